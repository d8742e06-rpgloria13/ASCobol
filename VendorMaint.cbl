      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shop manager's maintenance session for the vendor
      *          master (VENDMAST.DAT), the suppliers ItemMaint names
      *          as an item's preferred vendor and PurchaseOrder
      *          prints purchase orders to.  Vendors can be added,
      *          have their name, address and phone changed, and be
      *          retired (VnActiveFlag) - a retired vendor is never
      *          deleted, because old purchase orders on POFILE.DAT
      *          still name it.  Every change is logged to
      *          OPACTLOG.DAT under the signed-on operator.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VendorMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VendorFile ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Vendor-Status.

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

       FD  VendorFile.
       01  VendorRec.
           COPY Vendor.

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
       01  Vendor-Status        PIC XX.
       01  RunCtl-Status        PIC XX.

       01  Operator-Status      PIC XX.
       01  ActLog-Status        PIC XX.
       01  Operator-EOF         PIC X.
       01  Operator-Found       PIC X.
       01  Operator-Id          PIC X(4).
       01  Operator-Level       PIC X.
       01  Vendor-EOF           PIC X VALUE "N".
       01  Menu-Choice          PIC X.
       01  Run-Date             PIC X(8).
       01  Current-DateTime     PIC X(21).
       01  Entry-Code           PIC X(5).
       01  Confirm-Code         PIC X.
       01  Changes-Made         PIC 9(5) VALUE ZEROS.

       01  New-Vendor.
           COPY Vendor.

      * VENDMAST.DAT held in memory for the session and rewritten
      * once at the end, the way ItemMaint keeps the item master.
       01  Vendor-Limit         PIC 9(3) VALUE 200.
       01  Vendor-Count         PIC 9(3) VALUE ZEROS.
       01  Vendor-Sub           PIC 9(3).
       01  Vendor-Found         PIC X.
       01  Vendor-Table.
           05  Vendor-Entry OCCURS 200 TIMES.
               10  TbVendorCode        PIC X(5).
               10  TbVendorName        PIC X(25).
               10  TbVendorAddress1    PIC X(25).
               10  TbVendorAddress2    PIC X(25).
               10  TbVendorCity        PIC X(15).
               10  TbVendorState       PIC X(2).
               10  TbVendorZip         PIC X(10).
               10  TbVendorPhone       PIC X(12).
               10  TbVendorActive      PIC X.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Check-System-Lock
           PERFORM Read-Run-Control
           PERFORM Sign-On-Operator
           PERFORM Load-Vendor-Table

           PERFORM UNTIL Menu-Choice = "X" OR Menu-Choice = "x"
               DISPLAY " "
               DISPLAY "A=ADD VENDOR, C=CHANGE ADDRESS, R=RETIRE, "
                   "X=EXIT: "
               ACCEPT Menu-Choice
               EVALUATE Menu-Choice
                   WHEN "A"
                   WHEN "a"
                       PERFORM Add-One-Vendor
                   WHEN "C"
                   WHEN "c"
                       PERFORM Change-One-Vendor
                   WHEN "R"
                   WHEN "r"
                       PERFORM Retire-One-Vendor
               END-EVALUATE
           END-PERFORM

           IF Changes-Made > ZEROS
               PERFORM Rewrite-Vendor-Master
           END-IF

           DISPLAY "VENDOR CHANGES MADE: " Changes-Made
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

      * A missing vendor master just means the very first session
      * starts from an empty table.
       Load-Vendor-Table.
           OPEN INPUT VendorFile
           IF Vendor-Status = "35"
               EXIT PARAGRAPH
           END-IF
           IF Vendor-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN VENDMAST.DAT, STATUS "
                   Vendor-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL Vendor-EOF = "Y"
               READ VendorFile
                   AT END
                       MOVE "Y" TO Vendor-EOF
                   NOT AT END
                       PERFORM Store-One-Vendor
               END-READ
           END-PERFORM
           CLOSE VendorFile.

       Store-One-Vendor.
           IF Vendor-Count >= Vendor-Limit
               DISPLAY "ABORTED - VENDMAST.DAT EXCEEDS " Vendor-Limit
                   " VENDORS - RAISE THE TABLE LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO Vendor-Count
           MOVE VnVendorCode OF VendorRec
               TO TbVendorCode(Vendor-Count)
           MOVE VnName OF VendorRec TO TbVendorName(Vendor-Count)
           MOVE VnAddress1 OF VendorRec
               TO TbVendorAddress1(Vendor-Count)
           MOVE VnAddress2 OF VendorRec
               TO TbVendorAddress2(Vendor-Count)
           MOVE VnCity OF VendorRec TO TbVendorCity(Vendor-Count)
           MOVE VnState OF VendorRec TO TbVendorState(Vendor-Count)
           MOVE VnZip OF VendorRec TO TbVendorZip(Vendor-Count)
           MOVE VnPhone OF VendorRec TO TbVendorPhone(Vendor-Count)
           MOVE VnActiveFlag OF VendorRec
               TO TbVendorActive(Vendor-Count).

      ******************************************************************
      * Every maintenance action starts by finding the keyed vendor
      * and showing the manager what the master says it is, so a
      * change accepted against the wrong vendor is caught before it
      * is applied.
      ******************************************************************
       Find-Entry-Vendor.
           MOVE "N" TO Vendor-Found
           DISPLAY "VENDOR CODE (BLANK TO CANCEL): "
           MOVE SPACES TO Entry-Code
           ACCEPT Entry-Code
           IF Entry-Code = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Vendor-Sub FROM 1 BY 1
               UNTIL Vendor-Sub > Vendor-Count
               OR Vendor-Found = "Y"
               IF TbVendorCode(Vendor-Sub) = Entry-Code
                   MOVE "Y" TO Vendor-Found
               END-IF
           END-PERFORM
           IF Vendor-Found = "Y"
               SUBTRACT 1 FROM Vendor-Sub
               DISPLAY "VENDOR: "
                   TbVendorCode(Vendor-Sub) " "
                   TbVendorName(Vendor-Sub)
               DISPLAY "        "
                   TbVendorCity(Vendor-Sub) " "
                   TbVendorState(Vendor-Sub)
                   "  ACTIVE: " TbVendorActive(Vendor-Sub)
           END-IF.

       Add-One-Vendor.
           PERFORM Find-Entry-Vendor
           IF Entry-Code = SPACES
               EXIT PARAGRAPH
           END-IF
           IF Vendor-Found = "Y"
               DISPLAY "VENDOR " Entry-Code " ALREADY ON THE MASTER"
               EXIT PARAGRAPH
           END-IF
           IF Vendor-Count >= Vendor-Limit
               DISPLAY "VENDOR MASTER IS FULL - RAISE THE TABLE LIMIT"
               EXIT PARAGRAPH
           END-IF
           PERFORM Accept-Vendor-Fields
           IF VnName OF New-Vendor = SPACES
               OR VnAddress1 OF New-Vendor = SPACES
               DISPLAY "NAME AND ADDRESS ARE REQUIRED - "
                   "VENDOR NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Vendor-Count
           MOVE Vendor-Count TO Vendor-Sub
           MOVE SPACES TO Vendor-Entry(Vendor-Sub)
           MOVE Entry-Code TO TbVendorCode(Vendor-Sub)
           PERFORM Store-Vendor-Fields
           MOVE "A" TO TbVendorActive(Vendor-Sub)
           PERFORM Log-Vendor-Change
           DISPLAY "VENDOR " Entry-Code " ADDED".

      * A blank answer keeps what the master already holds, so only
      * the line that changed has to be keyed.
       Change-One-Vendor.
           PERFORM Find-Entry-Vendor
           IF Entry-Code = SPACES OR Vendor-Found = "N"
               IF Entry-Code NOT = SPACES
                   DISPLAY "NO VENDOR ON THE MASTER FOR " Entry-Code
               END-IF
               EXIT PARAGRAPH
           END-IF
           DISPLAY "BLANK KEEPS THE CURRENT VALUE"
           PERFORM Accept-Vendor-Fields
           IF VnName OF New-Vendor = SPACES
               MOVE TbVendorName(Vendor-Sub) TO VnName OF New-Vendor
           END-IF
           IF VnAddress1 OF New-Vendor = SPACES
               MOVE TbVendorAddress1(Vendor-Sub)
                   TO VnAddress1 OF New-Vendor
           END-IF
           IF VnAddress2 OF New-Vendor = SPACES
               MOVE TbVendorAddress2(Vendor-Sub)
                   TO VnAddress2 OF New-Vendor
           END-IF
           IF VnCity OF New-Vendor = SPACES
               MOVE TbVendorCity(Vendor-Sub) TO VnCity OF New-Vendor
           END-IF
           IF VnState OF New-Vendor = SPACES
               MOVE TbVendorState(Vendor-Sub) TO VnState OF New-Vendor
           END-IF
           IF VnZip OF New-Vendor = SPACES
               MOVE TbVendorZip(Vendor-Sub) TO VnZip OF New-Vendor
           END-IF
           IF VnPhone OF New-Vendor = SPACES
               MOVE TbVendorPhone(Vendor-Sub) TO VnPhone OF New-Vendor
           END-IF
           PERFORM Store-Vendor-Fields
           PERFORM Log-Vendor-Change
           DISPLAY "VENDOR " Entry-Code " CHANGED".

      * Retired, not deleted - purchase orders already on POFILE.DAT
      * still name the vendor.
       Retire-One-Vendor.
           PERFORM Find-Entry-Vendor
           IF Entry-Code = SPACES OR Vendor-Found = "N"
               IF Entry-Code NOT = SPACES
                   DISPLAY "NO VENDOR ON THE MASTER FOR " Entry-Code
               END-IF
               EXIT PARAGRAPH
           END-IF
           DISPLAY "RETIRE THIS VENDOR (Y TO CONFIRM): "
           ACCEPT Confirm-Code
           IF Confirm-Code = "Y" OR Confirm-Code = "y"
               MOVE "I" TO TbVendorActive(Vendor-Sub)
               PERFORM Log-Vendor-Change
               DISPLAY "VENDOR " Entry-Code " RETIRED"
           END-IF.

       Accept-Vendor-Fields.
           MOVE SPACES TO New-Vendor
           DISPLAY "VENDOR NAME: "
           ACCEPT VnName OF New-Vendor
           DISPLAY "ADDRESS LINE 1: "
           ACCEPT VnAddress1 OF New-Vendor
           DISPLAY "ADDRESS LINE 2: "
           ACCEPT VnAddress2 OF New-Vendor
           DISPLAY "CITY: "
           ACCEPT VnCity OF New-Vendor
           DISPLAY "STATE: "
           ACCEPT VnState OF New-Vendor
           DISPLAY "ZIP: "
           ACCEPT VnZip OF New-Vendor
           DISPLAY "PHONE: "
           ACCEPT VnPhone OF New-Vendor.

       Store-Vendor-Fields.
           MOVE VnName OF New-Vendor TO TbVendorName(Vendor-Sub)
           MOVE VnAddress1 OF New-Vendor
               TO TbVendorAddress1(Vendor-Sub)
           MOVE VnAddress2 OF New-Vendor
               TO TbVendorAddress2(Vendor-Sub)
           MOVE VnCity OF New-Vendor TO TbVendorCity(Vendor-Sub)
           MOVE VnState OF New-Vendor TO TbVendorState(Vendor-Sub)
           MOVE VnZip OF New-Vendor TO TbVendorZip(Vendor-Sub)
           MOVE VnPhone OF New-Vendor TO TbVendorPhone(Vendor-Sub).

       Log-Vendor-Change.
           ADD 1 TO Changes-Made
           MOVE SPACES TO ActivityLogRec
           MOVE "VND" TO OlTransType
           MOVE ZEROS TO OlStudentId
           MOVE ZEROS TO OlAmount
           PERFORM Write-Activity-Log.

       Rewrite-Vendor-Master.
           OPEN OUTPUT VendorFile
           PERFORM VARYING Vendor-Sub FROM 1 BY 1
               UNTIL Vendor-Sub > Vendor-Count
               MOVE TbVendorCode(Vendor-Sub)
                   TO VnVendorCode OF VendorRec
               MOVE TbVendorName(Vendor-Sub) TO VnName OF VendorRec
               MOVE TbVendorAddress1(Vendor-Sub)
                   TO VnAddress1 OF VendorRec
               MOVE TbVendorAddress2(Vendor-Sub)
                   TO VnAddress2 OF VendorRec
               MOVE TbVendorCity(Vendor-Sub) TO VnCity OF VendorRec
               MOVE TbVendorState(Vendor-Sub) TO VnState OF VendorRec
               MOVE TbVendorZip(Vendor-Sub) TO VnZip OF VendorRec
               MOVE TbVendorPhone(Vendor-Sub) TO VnPhone OF VendorRec
               MOVE TbVendorActive(Vendor-Sub)
                   TO VnActiveFlag OF VendorRec
               WRITE VendorRec
           END-PERFORM
           CLOSE VendorFile.
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
