      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shop manager's maintenance session for the project
      *          kit file (KITMAST.DAT).  A kit is set up first as an
      *          item through ItemMaint - that is where its price,
      *          taxable flag and description live - and this session
      *          lists the component items and quantities that go
      *          into one kit.  Components can be added, have their
      *          quantity changed, or be removed; every change is
      *          journaled to ITEMJRN.DAT under the kit's item code
      *          with its before and after images, the way ItemMaint
      *          journals item changes, so a kit that suddenly
      *          relieves the wrong stock can be traced.  Kits never
      *          nest: a component that is itself a kit is refused,
      *          and so is a kit code that is already a component of
      *          another kit.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KitMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KitFile ASSIGN TO "KITMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Kit-Status.

           SELECT ItemMasterFile ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Item-Status.

           SELECT ItemJournalFile ASSIGN TO "ITEMJRN.DAT"
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

       FD  KitFile.
       01  KitRec.
           COPY KitComponent.

       FD  ItemMasterFile.
       01  ItemMasterRec.
           COPY ShopItem.

       FD  ItemJournalFile.
       01  ItemJournalRec.
           COPY ItemJournal.

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
       01  Kit-Status           PIC XX.
       01  Item-Status          PIC XX.
       01  Journal-Status       PIC XX.
       01  RunCtl-Status        PIC XX.

       01  Operator-Status      PIC XX.
       01  ActLog-Status        PIC XX.
       01  Operator-EOF         PIC X.
       01  Operator-Found       PIC X.
       01  Operator-Id          PIC X(4).
       01  Operator-Level       PIC X.
       01  Kit-EOF              PIC X VALUE "N".
       01  Item-EOF             PIC X VALUE "N".
       01  Menu-Choice          PIC X.
       01  Run-Date             PIC X(8).
       01  Current-DateTime     PIC X(21).
       01  Entry-Kit            PIC X(5).
       01  Entry-Component      PIC X(5).
       01  New-Quantity         PIC 9(3).
       01  Search-Code          PIC X(5).
       01  Changes-Made         PIC 9(5) VALUE ZEROS.
       01  Components-Listed    PIC 9(3).
       01  Jrn-Image.
           05  JI-ItemCode         PIC X(5).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  FILLER              PIC X(4) VALUE "QTY ".
           05  JI-Quantity         PIC ZZ9.

      * KITMAST.DAT held in memory for the session and rewritten
      * once at the end.  A removed component is blanked in place
      * and dropped at the rewrite.
       01  Kit-Limit            PIC 9(4) VALUE 1000.
       01  Kit-Count            PIC 9(4) VALUE ZEROS.
       01  Kit-Sub              PIC 9(4).
       01  Kit-Found            PIC X.
       01  Kit-Table.
           05  Kit-Entry OCCURS 1000 TIMES.
               10  TbKitCode           PIC X(5).
               10  TbKitItemCode       PIC X(5).
               10  TbKitQuantity       PIC 9(3).

      * ITEMMAST.DAT, read only - a kit and each of its components
      * must be items the shop manager has already set up.
       01  Item-Limit           PIC 9(3) VALUE 500.
       01  Item-Count           PIC 9(3) VALUE ZEROS.
       01  Item-Sub             PIC 9(3).
       01  Item-Found           PIC X.
       01  Item-Table.
           05  Item-Entry OCCURS 500 TIMES.
               10  TbItemCode          PIC X(5).
               10  TbItemDescription   PIC X(20).
               10  TbItemActiveFlag    PIC X.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Check-System-Lock
           PERFORM Read-Run-Control
           PERFORM Sign-On-Operator
           PERFORM Load-Item-Table
           PERFORM Load-Kit-Table

           PERFORM UNTIL Menu-Choice = "X" OR Menu-Choice = "x"
               DISPLAY " "
               DISPLAY "A=ADD COMPONENT, Q=CHANGE QUANTITY, "
                   "R=REMOVE COMPONENT, L=LIST KIT, X=EXIT: "
               ACCEPT Menu-Choice
               EVALUATE Menu-Choice
                   WHEN "A"
                   WHEN "a"
                       PERFORM Add-One-Component
                   WHEN "Q"
                   WHEN "q"
                       PERFORM Change-Component-Quantity
                   WHEN "R"
                   WHEN "r"
                       PERFORM Remove-One-Component
                   WHEN "L"
                   WHEN "l"
                       PERFORM Accept-Kit-Code
                       IF Entry-Kit NOT = SPACES
                           PERFORM List-Kit-Components
                       END-IF
               END-EVALUATE
           END-PERFORM

           IF Changes-Made > ZEROS
               PERFORM Rewrite-Kit-File
           END-IF

           DISPLAY "KIT CHANGES MADE: " Changes-Made
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
      * The business date on the run-control card dates journal
      * entries; a missing or unreadable card falls back to the
      * wall clock, exactly the way Merge dates its cycle.
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

       Load-Item-Table.
           OPEN INPUT ItemMasterFile
           IF Item-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN ITEMMAST.DAT, STATUS "
                   Item-Status
               DISPLAY "SET ITEMS UP THROUGH ItemMaint FIRST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL Item-EOF = "Y"
               READ ItemMasterFile
                   AT END
                       MOVE "Y" TO Item-EOF
                   NOT AT END
                       IF Item-Count >= Item-Limit
                           DISPLAY "ABORTED - ITEMMAST.DAT EXCEEDS "
                               Item-Limit " ITEMS - RAISE THE "
                               "TABLE LIMIT"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO Item-Count
                       MOVE ItemCode TO TbItemCode(Item-Count)
                       MOVE ItemDescription
                           TO TbItemDescription(Item-Count)
                       MOVE ItemActiveFlag
                           TO TbItemActiveFlag(Item-Count)
               END-READ
           END-PERFORM
           CLOSE ItemMasterFile.

      * A missing kit file just means the very first session starts
      * from an empty table.
       Load-Kit-Table.
           OPEN INPUT KitFile
           IF Kit-Status = "35"
               EXIT PARAGRAPH
           END-IF
           IF Kit-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN KITMAST.DAT, STATUS "
                   Kit-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL Kit-EOF = "Y"
               READ KitFile
                   AT END
                       MOVE "Y" TO Kit-EOF
                   NOT AT END
                       IF Kit-Count >= Kit-Limit
                           DISPLAY "ABORTED - KITMAST.DAT EXCEEDS "
                               Kit-Limit " COMPONENTS - RAISE THE "
                               "TABLE LIMIT"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO Kit-Count
                       MOVE KcKitCode TO TbKitCode(Kit-Count)
                       MOVE KcItemCode TO TbKitItemCode(Kit-Count)
                       IF KcQuantity IS NUMERIC
                           MOVE KcQuantity
                               TO TbKitQuantity(Kit-Count)
                       ELSE
                           MOVE ZEROS TO TbKitQuantity(Kit-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KitFile.

       Find-Item-In-Table.
           MOVE "N" TO Item-Found
           PERFORM VARYING Item-Sub FROM 1 BY 1
               UNTIL Item-Sub > Item-Count
               OR Item-Found = "Y"
               IF TbItemCode(Item-Sub) = Search-Code
                   MOVE "Y" TO Item-Found
               END-IF
           END-PERFORM
           IF Item-Found = "Y"
               SUBTRACT 1 FROM Item-Sub
           END-IF.

      ******************************************************************
      * Every action starts by naming the kit, which has to be an
      * item on the master already - the kit's price is the item's
      * price - and shows what the kit holds today.  An item that is
      * already a component of another kit cannot be a kit itself:
      * Invoice explodes one level only, so its own components would
      * never be issued or costed.
      ******************************************************************
       Accept-Kit-Code.
           DISPLAY "KIT ITEM CODE (BLANK TO CANCEL): "
           MOVE SPACES TO Entry-Kit
           ACCEPT Entry-Kit
           IF Entry-Kit = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE Entry-Kit TO Search-Code
           PERFORM Find-Item-In-Table
           IF Item-Found = "N"
               DISPLAY "NO ITEM " Entry-Kit " ON ITEMMAST.DAT - SET "
                   "THE KIT UP THROUGH ItemMaint FIRST"
               MOVE SPACES TO Entry-Kit
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Kit-Found
           PERFORM VARYING Kit-Sub FROM 1 BY 1
               UNTIL Kit-Sub > Kit-Count
               OR Kit-Found = "Y"
               IF TbKitItemCode(Kit-Sub) = Entry-Kit
                   AND TbKitCode(Kit-Sub) NOT = Entry-Kit
                   MOVE "Y" TO Kit-Found
               END-IF
           END-PERFORM
           IF Kit-Found = "Y"
               SUBTRACT 1 FROM Kit-Sub
               DISPLAY "ITEM " Entry-Kit " IS A COMPONENT OF KIT "
                   TbKitCode(Kit-Sub) " - KITS CANNOT BE NESTED"
               MOVE SPACES TO Entry-Kit
               EXIT PARAGRAPH
           END-IF
           DISPLAY "KIT:   " Entry-Kit " " TbItemDescription(Item-Sub).

       List-Kit-Components.
           MOVE ZEROS TO Components-Listed
           PERFORM VARYING Kit-Sub FROM 1 BY 1
               UNTIL Kit-Sub > Kit-Count
               IF TbKitCode(Kit-Sub) = Entry-Kit
                   MOVE TbKitItemCode(Kit-Sub) TO Search-Code
                   PERFORM Find-Item-In-Table
                   IF Item-Found = "Y"
                       DISPLAY "  " TbKitItemCode(Kit-Sub) " "
                           TbItemDescription(Item-Sub) " QTY "
                           TbKitQuantity(Kit-Sub)
                   ELSE
                       DISPLAY "  " TbKitItemCode(Kit-Sub)
                           " *** NOT ON ITEMMAST.DAT ***  QTY "
                           TbKitQuantity(Kit-Sub)
                   END-IF
                   ADD 1 TO Components-Listed
               END-IF
           END-PERFORM
           IF Components-Listed = ZEROS
               DISPLAY "  NO COMPONENTS - NOT A KIT YET"
           END-IF.

       Find-Kit-Component.
           MOVE "N" TO Kit-Found
           PERFORM VARYING Kit-Sub FROM 1 BY 1
               UNTIL Kit-Sub > Kit-Count
               OR Kit-Found = "Y"
               IF TbKitCode(Kit-Sub) = Entry-Kit
                   AND TbKitItemCode(Kit-Sub) = Entry-Component
                   MOVE "Y" TO Kit-Found
               END-IF
           END-PERFORM
           IF Kit-Found = "Y"
               SUBTRACT 1 FROM Kit-Sub
           END-IF.

      ******************************************************************
      * A component must be a real item and cannot be a kit itself
      * (Invoice explodes one level only) or the kit it goes into.
      ******************************************************************
       Add-One-Component.
           PERFORM Accept-Kit-Code
           IF Entry-Kit = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM List-Kit-Components
           DISPLAY "COMPONENT ITEM CODE: "
           MOVE SPACES TO Entry-Component
           ACCEPT Entry-Component
           IF Entry-Component = SPACES
               EXIT PARAGRAPH
           END-IF
           IF Entry-Component = Entry-Kit
               DISPLAY "A KIT CANNOT CONTAIN ITSELF"
               EXIT PARAGRAPH
           END-IF
           MOVE Entry-Component TO Search-Code
           PERFORM Find-Item-In-Table
           IF Item-Found = "N"
               DISPLAY "NO ITEM " Entry-Component " ON ITEMMAST.DAT"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Kit-Found
           PERFORM VARYING Kit-Sub FROM 1 BY 1
               UNTIL Kit-Sub > Kit-Count
               OR Kit-Found = "Y"
               IF TbKitCode(Kit-Sub) = Entry-Component
                   MOVE "Y" TO Kit-Found
               END-IF
           END-PERFORM
           IF Kit-Found = "Y"
               DISPLAY "ITEM " Entry-Component " IS ITSELF A KIT - "
                   "KITS CANNOT BE NESTED"
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Kit-Component
           IF Kit-Found = "Y"
               DISPLAY "ITEM " Entry-Component " IS ALREADY IN THE "
                   "KIT - USE Q TO CHANGE ITS QUANTITY"
               EXIT PARAGRAPH
           END-IF
           IF Kit-Count >= Kit-Limit
               DISPLAY "KIT FILE IS FULL - RAISE THE TABLE LIMIT"
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO New-Quantity
           DISPLAY "QUANTITY PER KIT 9(3): "
           ACCEPT New-Quantity
           IF New-Quantity = ZEROS
               DISPLAY "ZERO QUANTITY - COMPONENT NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Kit-Count
           MOVE Entry-Kit TO TbKitCode(Kit-Count)
           MOVE Entry-Component TO TbKitItemCode(Kit-Count)
           MOVE New-Quantity TO TbKitQuantity(Kit-Count)
           MOVE SPACES TO ItemJournalRec
           MOVE SPACES TO IjBeforeImage
           MOVE Entry-Component TO JI-ItemCode
           MOVE New-Quantity TO JI-Quantity
           MOVE Jrn-Image TO IjAfterImage
           PERFORM Write-Kit-Journal
           DISPLAY "COMPONENT " Entry-Component " ADDED TO KIT "
               Entry-Kit.

       Change-Component-Quantity.
           PERFORM Accept-Kit-Code
           IF Entry-Kit = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM List-Kit-Components
           DISPLAY "COMPONENT ITEM CODE: "
           MOVE SPACES TO Entry-Component
           ACCEPT Entry-Component
           PERFORM Find-Kit-Component
           IF Kit-Found = "N"
               DISPLAY "ITEM " Entry-Component " IS NOT IN KIT "
                   Entry-Kit
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO New-Quantity
           DISPLAY "NEW QUANTITY PER KIT 9(3): "
           ACCEPT New-Quantity
           IF New-Quantity = ZEROS
               DISPLAY "ZERO QUANTITY - USE R TO REMOVE THE COMPONENT"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ItemJournalRec
           MOVE Entry-Component TO JI-ItemCode
           MOVE TbKitQuantity(Kit-Sub) TO JI-Quantity
           MOVE Jrn-Image TO IjBeforeImage
           MOVE New-Quantity TO TbKitQuantity(Kit-Sub)
           MOVE New-Quantity TO JI-Quantity
           MOVE Jrn-Image TO IjAfterImage
           PERFORM Write-Kit-Journal
           DISPLAY "QUANTITY CHANGED ON " Entry-Component " IN KIT "
               Entry-Kit.

       Remove-One-Component.
           PERFORM Accept-Kit-Code
           IF Entry-Kit = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM List-Kit-Components
           DISPLAY "COMPONENT ITEM CODE: "
           MOVE SPACES TO Entry-Component
           ACCEPT Entry-Component
           PERFORM Find-Kit-Component
           IF Kit-Found = "N"
               DISPLAY "ITEM " Entry-Component " IS NOT IN KIT "
                   Entry-Kit
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ItemJournalRec
           MOVE Entry-Component TO JI-ItemCode
           MOVE TbKitQuantity(Kit-Sub) TO JI-Quantity
           MOVE Jrn-Image TO IjBeforeImage
           MOVE "REMOVED" TO IjAfterImage
           MOVE SPACES TO TbKitCode(Kit-Sub)
           MOVE SPACES TO TbKitItemCode(Kit-Sub)
           PERFORM Write-Kit-Journal
           DISPLAY "COMPONENT " Entry-Component " REMOVED FROM KIT "
               Entry-Kit.

      ******************************************************************
      * ITEMJRN.DAT is the cumulative item change journal - always
      * EXTEND, never restarted.  Kit changes are journaled under
      * the kit's item code as field KITCOMP; callers fill the
      * images.
      ******************************************************************
       Write-Kit-Journal.
           MOVE Entry-Kit TO IjItemCode
           MOVE "KITCOMP" TO IjFieldName
           OPEN EXTEND ItemJournalFile
           IF Journal-Status = "35"
               OPEN OUTPUT ItemJournalFile
           END-IF
           MOVE Run-Date TO IjChangeDate
           WRITE ItemJournalRec
           CLOSE ItemJournalFile
           ADD 1 TO Changes-Made
           MOVE SPACES TO ActivityLogRec
           MOVE "KIT" TO OlTransType
           MOVE ZEROS TO OlStudentId
           MOVE ZEROS TO OlAmount
           PERFORM Write-Activity-Log.

       Rewrite-Kit-File.
           OPEN OUTPUT KitFile
           PERFORM VARYING Kit-Sub FROM 1 BY 1
               UNTIL Kit-Sub > Kit-Count
               IF TbKitCode(Kit-Sub) NOT = SPACES
                   MOVE TbKitCode(Kit-Sub) TO KcKitCode
                   MOVE TbKitItemCode(Kit-Sub) TO KcItemCode
                   MOVE TbKitQuantity(Kit-Sub) TO KcQuantity
                   WRITE KitRec
               END-IF
           END-PERFORM
           CLOSE KitFile.
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
