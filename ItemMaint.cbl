      *     booked in through StockReceipt, not here), an O option
      *     changes the reorder point on an existing item, and both
      *     changes are journaled like every other field.
      *   - Items now name a preferred vendor from VENDMAST.DAT: a
      *     new item is keyed with one, a V option changes it on an
      *     existing item (validated against the vendor master, a
      *     retired vendor refused), and the change is journaled as
      *     VENDOR.  PurchaseOrder orders each item from this vendor.
      *   - The item's unit cost is carried through the table and the
      *     rewrite; a new item starts at zero cost until StockReceipt
      *     books its first costed delivery.
      *   - A new item code that is already a machine code on
      *     MACHINE.DAT is refused, since MachineBilling's sales
      *     detail rows carry the machine code in the item code.  A
      *     vendor master larger than the table now aborts the
      *     session instead of dropping vendors unseen.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ItemMaint.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ActLog-Status.

           SELECT VendorFile ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Vendor-Status.

           SELECT MachineFile ASSIGN TO "MACHINE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Machine-Status.

           SELECT SysLockFile ASSIGN TO "SYSLOCK.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SysLock-Status.
       01  ItemJournalRec.
           COPY ItemJournal.

       FD  VendorFile.
       01  VendorRec.
           COPY Vendor.

       FD  MachineFile.
       01  MachineRec.
           COPY MachineMaster.

       FD  RunControlFile.
       01  RunControlRec.
           COPY RunControl.
       01  Item-Status          PIC XX.
       01  Journal-Status       PIC XX.
       01  RunCtl-Status        PIC XX.
       01  Vendor-Status        PIC XX.
       01  Machine-Status       PIC XX.

       01  Operator-Status      PIC XX.
       01  ActLog-Status        PIC XX.
       01  Confirm-Code         PIC X.
       01  Changes-Made         PIC 9(5) VALUE ZEROS.
       01  Jrn-Price-Text       PIC ZZ9.99.
       01  New-Vendor-Code      PIC X(5).

      * VENDMAST.DAT loaded once so a preferred vendor is checked
      * against the vendor master as it is keyed.
       01  Vendor-Limit         PIC 9(3) VALUE 200.
       01  Vendor-Count         PIC 9(3) VALUE ZEROS.
       01  Vendor-Sub           PIC 9(3).
       01  Vendor-Found         PIC X.
       01  Vendor-EOF           PIC X VALUE "N".
       01  Vendor-Table.
           05  Vendor-Entry OCCURS 200 TIMES.
               10  TbVendorCode        PIC X(5).
               10  TbVendorName        PIC X(25).
               10  TbVendorActive      PIC X.

      * MACHINE.DAT codes, read only - a new item may not reuse one.
       01  Machine-Limit        PIC 9(3) VALUE 100.
       01  Machine-Count        PIC 9(3) VALUE ZEROS.
       01  Machine-Sub          PIC 9(3).
       01  Machine-Found        PIC X.
       01  Machine-EOF          PIC X VALUE "N".
       01  Machine-Table.
           05  Machine-Entry OCCURS 100 TIMES.
               10  TbMachineCode       PIC X(5).

      * ITEMMAST.DAT held in memory for the session and rewritten
      * once at the end, the same table shape Invoice prices from.
               10  TbItemQtyOnHand     PIC 9(5).
               10  TbItemReorderPoint  PIC 9(5).
               10  TbItemTaxableFlag   PIC X.
               10  TbItemVendorCode    PIC X(5).
               10  TbItemUnitCost      PIC 9(3)V99.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Read-Run-Control
           PERFORM Sign-On-Operator
           PERFORM Load-Item-Table
           PERFORM Load-Vendor-Table
           PERFORM Load-Machine-Table

           PERFORM UNTIL Menu-Choice = "X" OR Menu-Choice = "x"
               DISPLAY " "
               DISPLAY "A=ADD ITEM, R=RETIRE, P=PRICE CHANGE, "
                   "O=REORDER POINT, T=TAXABLE, V=VENDOR, X=EXIT: "
               ACCEPT Menu-Choice
               EVALUATE Menu-Choice
                   WHEN "A"
                   WHEN "T"
                   WHEN "t"
                       PERFORM Change-Taxable-Flag
                   WHEN "V"
                   WHEN "v"
                       PERFORM Change-Preferred-Vendor
               END-EVALUATE
           END-PERFORM

           ELSE
               MOVE ZEROS TO TbItemReorderPoint(Item-Count)
           END-IF
           MOVE ItemTaxableFlag TO TbItemTaxableFlag(Item-Count)
           MOVE ItemVendorCode TO TbItemVendorCode(Item-Count)
           IF ItemUnitCost IS NUMERIC
               MOVE ItemUnitCost TO TbItemUnitCost(Item-Count)
           ELSE
               MOVE ZEROS TO TbItemUnitCost(Item-Count)
           END-IF.

      ******************************************************************
      * Every maintenance action starts by finding the keyed item
               DISPLAY "ITEM " Entry-Code " ALREADY ON THE MASTER"
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Machine-In-Table
           IF Machine-Found = "Y"
               DISPLAY "CODE IS ALREADY A MACHINE CODE"
               EXIT PARAGRAPH
           END-IF
           IF Item-Count >= Item-Limit
               DISPLAY "ITEM MASTER IS FULL - RAISE THE TABLE LIMIT"
               EXIT PARAGRAPH
           ELSE
               MOVE "N" TO TbItemTaxableFlag(Item-Sub)
           END-IF
           PERFORM Accept-Vendor-Code
           MOVE New-Vendor-Code TO TbItemVendorCode(Item-Sub)
           MOVE ZEROS TO TbItemUnitCost(Item-Sub)
           ADD 1 TO Changes-Made
           MOVE SPACES TO ItemJournalRec
           MOVE Entry-Code TO IjItemCode
           ADD 1 TO Changes-Made
           DISPLAY "TAXABLE FLAG CHANGED ON " Entry-Code.

      ******************************************************************
      * The preferred vendor is who PurchaseOrder sends the item's
      * reorder to; blank takes the item off the nightly purchase
      * orders (it still shows on REORDER.RPT).
      ******************************************************************
       Change-Preferred-Vendor.
           PERFORM Find-Entry-Item
           IF Entry-Code = SPACES OR Item-Found = "N"
               IF Entry-Code NOT = SPACES
                   DISPLAY "NO ITEM ON THE MASTER FOR " Entry-Code
               END-IF
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PREFERRED VENDOR NOW: " TbItemVendorCode(Item-Sub)
           PERFORM Accept-Vendor-Code
           IF New-Vendor-Code = TbItemVendorCode(Item-Sub)
               DISPLAY "VENDOR NOT CHANGED"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ItemJournalRec
           MOVE Entry-Code TO IjItemCode
           MOVE "VENDOR" TO IjFieldName
           MOVE TbItemVendorCode(Item-Sub) TO IjBeforeImage
           MOVE New-Vendor-Code TO TbItemVendorCode(Item-Sub)
           MOVE New-Vendor-Code TO IjAfterImage
           PERFORM Write-Item-Journal
           ADD 1 TO Changes-Made
           DISPLAY "PREFERRED VENDOR CHANGED ON " Entry-Code.

      * Keyed until it is blank or an active vendor on the master.
       Accept-Vendor-Code.
           MOVE "N" TO Vendor-Found
           PERFORM UNTIL Vendor-Found = "Y"
               MOVE SPACES TO New-Vendor-Code
               DISPLAY "PREFERRED VENDOR CODE (BLANK = NONE): "
               ACCEPT New-Vendor-Code
               IF New-Vendor-Code = SPACES
                   MOVE "Y" TO Vendor-Found
               ELSE
                   PERFORM Find-Vendor-In-Table
                   IF Vendor-Found = "N"
                       DISPLAY "NO VENDOR " New-Vendor-Code
                           " ON VENDMAST.DAT"
                   ELSE
                       IF TbVendorActive(Vendor-Sub) NOT = "A"
                           DISPLAY "VENDOR " New-Vendor-Code
                               " IS RETIRED"
                           MOVE "N" TO Vendor-Found
                       ELSE
                           DISPLAY "VENDOR: "
                               TbVendorName(Vendor-Sub)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       Find-Vendor-In-Table.
           MOVE "N" TO Vendor-Found
           PERFORM VARYING Vendor-Sub FROM 1 BY 1
               UNTIL Vendor-Sub > Vendor-Count
               OR Vendor-Found = "Y"
               IF TbVendorCode(Vendor-Sub) = New-Vendor-Code
                   MOVE "Y" TO Vendor-Found
               END-IF
           END-PERFORM
           IF Vendor-Found = "Y"
               SUBTRACT 1 FROM Vendor-Sub
           END-IF.

      * No vendor master yet just means no preferred vendor can be
      * set until VendorMaint has added one.
       Load-Vendor-Table.
           OPEN INPUT VendorFile
           IF Vendor-Status NOT = "00"
               EXIT PARAGRAPH
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
           MOVE VnVendorCode TO TbVendorCode(Vendor-Count)
           MOVE VnName TO TbVendorName(Vendor-Count)
           MOVE VnActiveFlag TO TbVendorActive(Vendor-Count).

      * MachineBilling writes machine time to SALESDTL.DAT under the
      * machine code, so a new item may not take a code the machine
      * master already uses.  No machine master yet means no
      * machines to collide with.
       Load-Machine-Table.
           OPEN INPUT MachineFile
           IF Machine-Status NOT = "00"
               EXIT PARAGRAPH
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
           MOVE McMachineCode TO TbMachineCode(Machine-Count).

       Find-Machine-In-Table.
           MOVE "N" TO Machine-Found
           PERFORM VARYING Machine-Sub FROM 1 BY 1
               UNTIL Machine-Sub > Machine-Count
               OR Machine-Found = "Y"
               IF TbMachineCode(Machine-Sub) = Entry-Code
                   MOVE "Y" TO Machine-Found
               END-IF
           END-PERFORM.

      ******************************************************************
      * ITEMJRN.DAT is the cumulative item change journal - always
      * EXTEND, never restarted, so evidence accumulates across
               MOVE TbItemQtyOnHand(Item-Sub) TO ItemQtyOnHand
               MOVE TbItemReorderPoint(Item-Sub) TO ItemReorderPoint
               MOVE TbItemTaxableFlag(Item-Sub) TO ItemTaxableFlag
               MOVE TbItemVendorCode(Item-Sub) TO ItemVendorCode
               MOVE TbItemUnitCost(Item-Sub) TO ItemUnitCost
               WRITE ItemMasterRec
           END-PERFORM
           CLOSE ItemMasterFile.
