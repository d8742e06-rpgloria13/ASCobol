      *          has a paper trail on the way in as well as the way
      *          out.
      * Tectonics: cobc -I copybooks
      *
      * Modification history:
      *   - Deliveries are now received against the purchase orders
      *     PurchaseOrder raises on POFILE.DAT: the counter keys the
      *     PO number with each receipt (zero still books an
      *     unordered delivery), the quantity is added to the PO
      *     line, and a short or over-shipment is called out on the
      *     screen and on the POREC.RPT receiving report.  Once every
      *     line of an order has been received in full the order is
      *     closed, and POFILE.DAT is rewritten at end of session.
      *   - Once a receipt is booked, the open special orders held on
      *     BACKORD.DAT for the item are listed oldest first and the
      *     operator releases each one the shelf can now cover; a
      *     released backorder goes onto SHOPORD.DAT for the next
      *     invoice run (which charges the student and marks it
      *     filled) and is listed on POREC.RPT.
      *   - Each receipt is now keyed with the delivery's unit cost,
      *     and the item's unit cost on ITEMMAST.DAT is rolled to the
      *     weighted average of the stock already on hand and the
      *     stock just received, journaled as UNITCOST.  A zero cost
      *     (a donation, an uninvoiced delivery) leaves it alone.
      *   - A supervisor can close an order short at the end of the
      *     session when the vendor will send no more: every line is
      *     closed with the business date and each short line goes
      *     on POREC.RPT as CLOSED SHORT, so PurchaseOrder can order
      *     the items again.  POREC.RPT is now cumulative (EXTEND)
      *     instead of restarted every session.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StockReceipt.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ActLog-Status.

           SELECT POFile ASSIGN TO "POFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-Status.

           SELECT BackorderFile ASSIGN TO "BACKORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Backorder-Status.

           SELECT OrderFile ASSIGN TO "SHOPORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Order-Status.

           SELECT ReceivingReportFile ASSIGN TO "POREC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Receiving-Status.

           SELECT SysLockFile ASSIGN TO "SYSLOCK.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SysLock-Status.
       01  ItemJournalRec.
           COPY ItemJournal.

       FD  POFile.
       01  PORec.
           COPY PurchaseOrderLine.

       FD  BackorderFile.
       01  BackorderRec.
           COPY BackorderLine.

      * Same order record Invoice reads: "H" + student ID, then
      * "D" + item + quantity + line mode + backorder number.
       FD  OrderFile.
       01  OrderRec.
           05  OrRecType           PIC X.
           05  OrRecData           PIC X(15).
           05  OrHeaderData REDEFINES OrRecData.
               10  OrStudentId         PIC 9(7).
               10  FILLER              PIC X(8).
           05  OrDetailData REDEFINES OrRecData.
               10  OrItemCode          PIC X(5).
               10  OrQuantity          PIC 9(3).
               10  OrLineMode          PIC X.
               10  OrBackorderNum      PIC 9(6).

       FD  ReceivingReportFile.
       01  ReceivingLine           PIC X(80).

       FD  RunControlFile.
       01  RunControlRec.
           COPY RunControl.
       01  Receipt-Quantity     PIC 9(5).
       01  Receipts-Booked      PIC 9(5) VALUE ZEROS.
       01  Jrn-Qty-Text         PIC ZZZZ9.
       01  PO-Status            PIC XX.
       01  Receiving-Status     PIC XX.
       01  Pos-Closed-Short     PIC 9(5) VALUE ZEROS.
       01  Close-Answer         PIC X.
       01  PO-EOF               PIC X VALUE "N".
       01  PO-Changed           PIC X VALUE "N".
       01  Receipt-Po-Num       PIC 9(6).
       01  Po-Filled            PIC X.
       01  Qty-Difference       PIC 9(5).
       01  Receipt-Unit-Cost    PIC 9(3)V99.
       01  New-Unit-Cost        PIC 9(3)V99.
       01  Cost-Value           PIC 9(9)V99.
       01  Cost-Units           PIC 9(6).
       01  Jrn-Cost-Text        PIC ZZ9.99.
       01  Backorder-Status     PIC XX.
       01  Order-Status         PIC XX.
       01  Backorder-EOF        PIC X VALUE "N".
       01  Backorder-Changed    PIC X VALUE "N".
       01  Backorders-Released  PIC 9(5) VALUE ZEROS.
       01  Release-Answer       PIC X.
       01  Qty-Available        PIC S9(6).

      * BACKORD.DAT held in memory for the session and rewritten at
      * the end when anything was released.  The file is kept in
      * backorder-number order, which is the order the special
      * orders were taken.
       01  Bo-Limit             PIC 9(4) VALUE 5000.
       01  Bo-Count             PIC 9(4) VALUE ZEROS.
       01  Bo-Sub               PIC 9(4).
       01  Bo-Table.
           05  Bo-Entry OCCURS 5000 TIMES.
               10  TbBoNumber          PIC 9(6).
               10  TbBoOrderDate       PIC X(8).
               10  TbBoStudentId       PIC 9(7).
               10  TbBoItemCode        PIC X(5).
               10  TbBoQuantity        PIC 9(3).
               10  TbBoStatus          PIC X.
               10  TbBoReleaseDate     PIC X(8).
               10  TbBoInvoiceNum      PIC 9(6).

       01  Release-Detail.
           05  FILLER              PIC X(10) VALUE "BACKORDER ".
           05  RB-BackorderNum     PIC 9(6).
           05  FILLER              PIC X(2).
           05  RB-ItemCode         PIC X(5).
           05  FILLER              PIC X(2).
           05  RB-Quantity         PIC ZZ9.
           05  FILLER              PIC X(10) VALUE "  STUDENT ".
           05  RB-StudentId        PIC 9(7).
           05  FILLER              PIC X(9) VALUE "  TAKEN ".
           05  RB-OrderDate        PIC X(8).
           05  FILLER              PIC X(10) VALUE "  RELEASED".

      * POFILE.DAT held in memory for the session - every line, open
      * or closed, since the file is rewritten whole at the end.
       01  Po-Limit             PIC 9(4) VALUE 2000.
       01  Po-Count             PIC 9(4) VALUE ZEROS.
       01  Po-Sub               PIC 9(4).
       01  Po-Line-Sub          PIC 9(4).
       01  Po-Found             PIC X.
       01  Po-Any-Line          PIC X.
       01  Po-Any-Open          PIC X.
       01  Po-Table.
           05  Po-Entry OCCURS 2000 TIMES.
               10  TbPoNumber          PIC 9(6).
               10  TbPoDate            PIC X(8).
               10  TbPoVendorCode      PIC X(5).
               10  TbPoItemCode        PIC X(5).
               10  TbPoQtyOrdered      PIC 9(5).
               10  TbPoQtyReceived     PIC 9(5).
               10  TbPoStatus          PIC X.
               10  TbPoCloseDate       PIC X(8).

       01  Receiving-Heading    PIC X(80)
           VALUE "STOCK RECEIVED AGAINST PURCHASE ORDERS".

       01  Receiving-Date-Line.
           05  FILLER              PIC X(15)
               VALUE "BUSINESS DATE: ".
           05  RH-Date             PIC X(8).

       01  Receiving-Columns    PIC X(80) VALUE
           "PO      ITEM   ORDERED  THIS RCPT  TO DATE  STATUS".

       01  Receiving-Detail.
           05  RR-PoNumber         PIC 9(6).
           05  FILLER              PIC X(2).
           05  RR-ItemCode         PIC X(5).
           05  FILLER              PIC X(2).
           05  RR-Ordered          PIC ZZZZ9.
           05  FILLER              PIC X(4).
           05  RR-ThisReceipt      PIC ZZZZ9.
           05  FILLER              PIC X(4).
           05  RR-ToDate           PIC ZZZZ9.
           05  FILLER              PIC X(2).
           05  RR-Status           PIC X(30).

      * ITEMMAST.DAT held in memory for the session and rewritten
      * once at the end, the same table shape ItemMaint maintains.
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
           PERFORM Load-Po-Table
           PERFORM Load-Backorder-Table

           PERFORM Open-Receiving-Report
           WRITE ReceivingLine FROM Receiving-Heading
           MOVE Run-Date TO RH-Date
           WRITE ReceivingLine FROM Receiving-Date-Line
           MOVE SPACES TO ReceivingLine
           WRITE ReceivingLine
           WRITE ReceivingLine FROM Receiving-Columns

           PERFORM Book-One-Receipt
               UNTIL Entry-Code = SPACES

           IF Operator-Level = "S"
               MOVE 1 TO Receipt-Po-Num
               PERFORM Close-One-Po-Short
                   UNTIL Receipt-Po-Num = ZEROS
           END-IF

           CLOSE ReceivingReportFile
           IF Receipts-Booked > ZEROS
               PERFORM Rewrite-Item-Master
           END-IF
           IF PO-Changed = "Y"
               PERFORM Rewrite-Po-File
           END-IF
           IF Backorder-Changed = "Y"
               PERFORM Rewrite-Backorder-File
           END-IF

           DISPLAY "STOCK RECEIPTS BOOKED: " Receipts-Booked
           DISPLAY "BACKORDERS RELEASED:   " Backorders-Released
           DISPLAY "POS CLOSED SHORT:      " Pos-Closed-Short
           STOP RUN.

      ******************************************************************
      * POREC.RPT is the cumulative receiving report - always
      * EXTEND, never restarted, so the short and over-shipments
      * are still on it when the vendor's bill comes in.  Each
      * session adds its own heading and business date.
      ******************************************************************
       Open-Receiving-Report.
           OPEN EXTEND ReceivingReportFile
           IF Receiving-Status = "35"
               OPEN OUTPUT ReceivingReportFile
           END-IF
           IF Receiving-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN POREC.RPT, STATUS "
                   Receiving-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * Every session starts with an operator sign-on against
      * OPERATOR.DAT; an unknown ID ends the session before a
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
      * Each receipt starts by finding the keyed item and showing
               DISPLAY "NO ITEM ON THE MASTER FOR " Entry-Code
               EXIT PARAGRAPH
           END-IF
           PERFORM Accept-Receipt-Po
           IF Po-Found = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO Receipt-Quantity
           DISPLAY "QUANTITY RECEIVED 9(5): "
           ACCEPT Receipt-Quantity
               DISPLAY "ZERO QUANTITY NOT BOOKED"
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO Receipt-Unit-Cost
           MOVE TbItemUnitCost(Item-Sub) TO Jrn-Cost-Text
           DISPLAY "UNIT COST 9(3)V99 (0 = NO COST, CURRENT "
               Jrn-Cost-Text " KEPT): "
           ACCEPT Receipt-Unit-Cost
           IF Receipt-Unit-Cost > ZEROS
               PERFORM Roll-Average-Cost
           END-IF
           MOVE SPACES TO ItemJournalRec
           MOVE Entry-Code TO IjItemCode
           MOVE "QTYONHAND" TO IjFieldName
           MOVE ZEROS TO OlAmount
           PERFORM Write-Activity-Log
           DISPLAY "BOOKED " Receipt-Quantity " ON " Entry-Code
               " - ON HAND NOW " TbItemQtyOnHand(Item-Sub)
           PERFORM Receive-Against-Po
           PERFORM Offer-Open-Backorders.

      ******************************************************************
      * Weighted average: the stock already on hand at its current
      * cost plus this delivery at its own cost, over the combined
      * units.  Nothing on hand (or no cost yet) means the delivery's
      * cost simply becomes the item's cost.  Runs before on-hand is
      * increased, so the old quantity is still on the table.
      ******************************************************************
       Roll-Average-Cost.
           IF TbItemQtyOnHand(Item-Sub) = ZEROS
               OR TbItemUnitCost(Item-Sub) = ZEROS
               MOVE Receipt-Unit-Cost TO New-Unit-Cost
           ELSE
               COMPUTE Cost-Value =
                   TbItemQtyOnHand(Item-Sub) * TbItemUnitCost(Item-Sub)
                   + Receipt-Quantity * Receipt-Unit-Cost
               COMPUTE Cost-Units =
                   TbItemQtyOnHand(Item-Sub) + Receipt-Quantity
               COMPUTE New-Unit-Cost ROUNDED = Cost-Value / Cost-Units
           END-IF
           IF New-Unit-Cost = TbItemUnitCost(Item-Sub)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ItemJournalRec
           MOVE Entry-Code TO IjItemCode
           MOVE "UNITCOST" TO IjFieldName
           MOVE TbItemUnitCost(Item-Sub) TO Jrn-Cost-Text
           MOVE Jrn-Cost-Text TO IjBeforeImage
           MOVE New-Unit-Cost TO TbItemUnitCost(Item-Sub)
           MOVE New-Unit-Cost TO Jrn-Cost-Text
           MOVE Jrn-Cost-Text TO IjAfterImage
           PERFORM Write-Item-Journal
           DISPLAY "UNIT COST NOW " Jrn-Cost-Text.

      ******************************************************************
      * The special orders waiting on this item are offered oldest
      * first.  What the shelf can cover is on-hand less whatever is
      * already released and waiting for an invoice run, so the
      * same units are never promised to two students; an order the
      * shelf cannot cover yet stays open for the next delivery.
      ******************************************************************
       Offer-Open-Backorders.
           COMPUTE Qty-Available = TbItemQtyOnHand(Item-Sub)
           PERFORM VARYING Bo-Sub FROM 1 BY 1
               UNTIL Bo-Sub > Bo-Count
               IF TbBoItemCode(Bo-Sub) = Entry-Code
                   AND TbBoStatus(Bo-Sub) = "R"
                   SUBTRACT TbBoQuantity(Bo-Sub) FROM Qty-Available
               END-IF
           END-PERFORM
           PERFORM VARYING Bo-Sub FROM 1 BY 1
               UNTIL Bo-Sub > Bo-Count
               IF TbBoItemCode(Bo-Sub) = Entry-Code
                   AND TbBoStatus(Bo-Sub) = "O"
                   PERFORM Offer-One-Backorder
               END-IF
           END-PERFORM.

       Offer-One-Backorder.
           DISPLAY "BACKORDER " TbBoNumber(Bo-Sub) " TAKEN "
               TbBoOrderDate(Bo-Sub) " STUDENT "
               TbBoStudentId(Bo-Sub) " QTY " TbBoQuantity(Bo-Sub)
           IF TbBoQuantity(Bo-Sub) > Qty-Available
               DISPLAY "  NOT ENOUGH ON HAND TO RELEASE - LEFT OPEN"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  RELEASE TO THE NEXT INVOICE RUN (Y/N): "
           MOVE SPACES TO Release-Answer
           ACCEPT Release-Answer
           IF Release-Answer NOT = "Y" AND Release-Answer NOT = "y"
               EXIT PARAGRAPH
           END-IF
           PERFORM Release-One-Backorder.

      ******************************************************************
      * A released backorder is queued on SHOPORD.DAT as an order of
      * its own, its detail line flagged "B" with the backorder
      * number so the invoice run can mark it filled.  SHOPORD.DAT
      * may not exist between invoice runs.
      ******************************************************************
       Release-One-Backorder.
           OPEN EXTEND OrderFile
           IF Order-Status = "35"
               OPEN OUTPUT OrderFile
           END-IF
           IF Order-Status NOT = "00"
               DISPLAY "CANNOT OPEN SHOPORD.DAT, STATUS " Order-Status
                   " - BACKORDER NOT RELEASED"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OrderRec
           MOVE "H" TO OrRecType
           MOVE TbBoStudentId(Bo-Sub) TO OrStudentId
           WRITE OrderRec
           MOVE SPACES TO OrderRec
           MOVE "D" TO OrRecType
           MOVE TbBoItemCode(Bo-Sub) TO OrItemCode
           MOVE TbBoQuantity(Bo-Sub) TO OrQuantity
           MOVE "B" TO OrLineMode
           MOVE TbBoNumber(Bo-Sub) TO OrBackorderNum
           WRITE OrderRec
           CLOSE OrderFile
           MOVE "R" TO TbBoStatus(Bo-Sub)
           MOVE Run-Date TO TbBoReleaseDate(Bo-Sub)
           SUBTRACT TbBoQuantity(Bo-Sub) FROM Qty-Available
           MOVE "Y" TO Backorder-Changed
           ADD 1 TO Backorders-Released
           MOVE SPACES TO Release-Detail
           MOVE TbBoNumber(Bo-Sub) TO RB-BackorderNum
           MOVE TbBoItemCode(Bo-Sub) TO RB-ItemCode
           MOVE TbBoQuantity(Bo-Sub) TO RB-Quantity
           MOVE TbBoStudentId(Bo-Sub) TO RB-StudentId
           MOVE TbBoOrderDate(Bo-Sub) TO RB-OrderDate
           WRITE ReceivingLine FROM Release-Detail
           MOVE SPACES TO ActivityLogRec
           MOVE "BOR" TO OlTransType
           MOVE TbBoStudentId(Bo-Sub) TO OlStudentId
           MOVE ZEROS TO OlAmount
           PERFORM Write-Activity-Log
           DISPLAY "  BACKORDER " TbBoNumber(Bo-Sub)
               " QUEUED FOR THE NEXT INVOICE RUN".

      ******************************************************************
      * A delivery is booked against the open PO line for the keyed
      * item; zero books it with no order behind it (a walk-in
      * purchase, a donation), which still prints on the receiving
      * report so the office sees it was not ordered.  An unknown
      * PO, a closed one, or one that never ordered this item is
      * refused before the count moves - that is exactly the
      * delivery that should not be paid for unchecked.
      ******************************************************************
       Accept-Receipt-Po.
           MOVE ZEROS TO Receipt-Po-Num
           DISPLAY "PO NUMBER (0 = NOT ON A PO): "
           ACCEPT Receipt-Po-Num
           MOVE "Y" TO Po-Found
           IF Receipt-Po-Num = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Po-Found
           MOVE "N" TO Po-Any-Line
           PERFORM VARYING Po-Sub FROM 1 BY 1
               UNTIL Po-Sub > Po-Count
               OR Po-Found = "Y"
               IF TbPoNumber(Po-Sub) = Receipt-Po-Num
                   MOVE "Y" TO Po-Any-Line
                   IF TbPoItemCode(Po-Sub) = Entry-Code
                       MOVE "Y" TO Po-Found
                   END-IF
               END-IF
           END-PERFORM
           IF Po-Found = "Y"
               SUBTRACT 1 FROM Po-Sub
           END-IF
           EVALUATE TRUE
               WHEN Po-Any-Line = "N"
                   DISPLAY "NO PO " Receipt-Po-Num " ON POFILE.DAT"
                       " - RECEIPT NOT BOOKED"
               WHEN Po-Found = "N"
                   DISPLAY "ITEM " Entry-Code " IS NOT ON PO "
                       Receipt-Po-Num " - RECEIPT NOT BOOKED"
               WHEN TbPoStatus(Po-Sub) NOT = "O"
                   DISPLAY "PO " Receipt-Po-Num " CLOSED "
                       TbPoCloseDate(Po-Sub) " - RECEIPT NOT BOOKED"
                   MOVE "N" TO Po-Found
               WHEN OTHER
                   DISPLAY "PO " Receipt-Po-Num " ORDERED "
                       TbPoQtyOrdered(Po-Sub) "  RECEIVED SO FAR "
                       TbPoQtyReceived(Po-Sub)
           END-EVALUATE.

       Receive-Against-Po.
           MOVE SPACES TO Receiving-Detail
           MOVE Receipt-Po-Num TO RR-PoNumber
           MOVE Entry-Code TO RR-ItemCode
           MOVE Receipt-Quantity TO RR-ThisReceipt
           IF Receipt-Po-Num = ZEROS
               MOVE "NOT ON A PO" TO RR-Status
               WRITE ReceivingLine FROM Receiving-Detail
               EXIT PARAGRAPH
           END-IF
           ADD Receipt-Quantity TO TbPoQtyReceived(Po-Sub)
           MOVE "Y" TO PO-Changed
           MOVE TbPoQtyOrdered(Po-Sub) TO RR-Ordered
           MOVE TbPoQtyReceived(Po-Sub) TO RR-ToDate
           EVALUATE TRUE
               WHEN TbPoQtyReceived(Po-Sub) < TbPoQtyOrdered(Po-Sub)
                   SUBTRACT TbPoQtyReceived(Po-Sub)
                       FROM TbPoQtyOrdered(Po-Sub)
                       GIVING Qty-Difference
                   MOVE SPACES TO RR-Status
                   STRING "PARTIAL - SHORT " Qty-Difference
                       DELIMITED BY SIZE INTO RR-Status
                   DISPLAY "PARTIAL SHIPMENT - " Qty-Difference
                       " STILL DUE ON PO " Receipt-Po-Num
               WHEN TbPoQtyReceived(Po-Sub) > TbPoQtyOrdered(Po-Sub)
                   SUBTRACT TbPoQtyOrdered(Po-Sub)
                       FROM TbPoQtyReceived(Po-Sub)
                       GIVING Qty-Difference
                   MOVE SPACES TO RR-Status
                   STRING "OVER-SHIPPED BY " Qty-Difference
                       DELIMITED BY SIZE INTO RR-Status
                   DISPLAY "OVER-SHIPMENT - " Qty-Difference
                       " MORE THAN ORDERED ON PO " Receipt-Po-Num
               WHEN OTHER
                   MOVE "LINE FILLED" TO RR-Status
           END-EVALUATE
           WRITE ReceivingLine FROM Receiving-Detail
           PERFORM Close-Po-If-Filled.

      ******************************************************************
      * An order closes only when every one of its lines has been
      * received in full; the close date stamps all of its lines so
      * PurchaseOrder is free to reorder those items again.
      ******************************************************************
       Close-Po-If-Filled.
           MOVE "Y" TO Po-Filled
           PERFORM VARYING Po-Line-Sub FROM 1 BY 1
               UNTIL Po-Line-Sub > Po-Count
               IF TbPoNumber(Po-Line-Sub) = Receipt-Po-Num
                   AND TbPoQtyReceived(Po-Line-Sub)
                       < TbPoQtyOrdered(Po-Line-Sub)
                   MOVE "N" TO Po-Filled
               END-IF
           END-PERFORM
           IF Po-Filled = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Po-Line-Sub FROM 1 BY 1
               UNTIL Po-Line-Sub > Po-Count
               IF TbPoNumber(Po-Line-Sub) = Receipt-Po-Num
                   MOVE "C" TO TbPoStatus(Po-Line-Sub)
                   MOVE Run-Date TO TbPoCloseDate(Po-Line-Sub)
               END-IF
           END-PERFORM
           MOVE SPACES TO Receiving-Detail
           MOVE Receipt-Po-Num TO RR-PoNumber
           MOVE "ORDER FILLED - PO CLOSED" TO RR-Status
           WRITE ReceivingLine FROM Receiving-Detail
           DISPLAY "PO " Receipt-Po-Num " FILLED AND CLOSED".

      ******************************************************************
      * A supervisor closes short an order the vendor will never
      * complete - otherwise it stays open and PurchaseOrder skips
      * its items as already on order for good.  Every line of the
      * order is closed with today's date and each line still short
      * is listed on POREC.RPT as CLOSED SHORT, so the bill is paid
      * for what came in and not for what was ordered.
      ******************************************************************
       Close-One-Po-Short.
           MOVE ZEROS TO Receipt-Po-Num
           DISPLAY "PO NUMBER TO CLOSE SHORT (0 = NONE): "
           ACCEPT Receipt-Po-Num
           IF Receipt-Po-Num = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Po-Any-Line
           MOVE "N" TO Po-Any-Open
           PERFORM VARYING Po-Line-Sub FROM 1 BY 1
               UNTIL Po-Line-Sub > Po-Count
               IF TbPoNumber(Po-Line-Sub) = Receipt-Po-Num
                   MOVE "Y" TO Po-Any-Line
                   IF TbPoStatus(Po-Line-Sub) = "O"
                       MOVE "Y" TO Po-Any-Open
                       DISPLAY "  " TbPoItemCode(Po-Line-Sub)
                           " ORDERED " TbPoQtyOrdered(Po-Line-Sub)
                           "  RECEIVED " TbPoQtyReceived(Po-Line-Sub)
                   END-IF
               END-IF
           END-PERFORM
           IF Po-Any-Line = "N"
               DISPLAY "NO PO " Receipt-Po-Num " ON POFILE.DAT"
               EXIT PARAGRAPH
           END-IF
           IF Po-Any-Open = "N"
               DISPLAY "PO " Receipt-Po-Num " IS ALREADY CLOSED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CLOSE PO " Receipt-Po-Num
               " SHORT - NOTHING MORE TO COME (Y TO CONFIRM): "
           MOVE SPACES TO Close-Answer
           ACCEPT Close-Answer
           IF Close-Answer NOT = "Y" AND Close-Answer NOT = "y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Po-Line-Sub FROM 1 BY 1
               UNTIL Po-Line-Sub > Po-Count
               IF TbPoNumber(Po-Line-Sub) = Receipt-Po-Num
                   AND TbPoStatus(Po-Line-Sub) = "O"
                   PERFORM Close-One-Line-Short
               END-IF
           END-PERFORM
           MOVE "Y" TO PO-Changed
           ADD 1 TO Pos-Closed-Short
           MOVE SPACES TO ActivityLogRec
           MOVE "POS" TO OlTransType
           MOVE ZEROS TO OlStudentId
           MOVE ZEROS TO OlAmount
           PERFORM Write-Activity-Log
           DISPLAY "PO " Receipt-Po-Num " CLOSED SHORT".

       Close-One-Line-Short.
           MOVE "C" TO TbPoStatus(Po-Line-Sub)
           MOVE Run-Date TO TbPoCloseDate(Po-Line-Sub)
           IF TbPoQtyReceived(Po-Line-Sub)
               NOT < TbPoQtyOrdered(Po-Line-Sub)
               EXIT PARAGRAPH
           END-IF
           SUBTRACT TbPoQtyReceived(Po-Line-Sub)
               FROM TbPoQtyOrdered(Po-Line-Sub)
               GIVING Qty-Difference
           MOVE SPACES TO Receiving-Detail
           MOVE Receipt-Po-Num TO RR-PoNumber
           MOVE TbPoItemCode(Po-Line-Sub) TO RR-ItemCode
           MOVE TbPoQtyOrdered(Po-Line-Sub) TO RR-Ordered
           MOVE ZEROS TO RR-ThisReceipt
           MOVE TbPoQtyReceived(Po-Line-Sub) TO RR-ToDate
           STRING "CLOSED SHORT " Qty-Difference
               DELIMITED BY SIZE INTO RR-Status
           WRITE ReceivingLine FROM Receiving-Detail.

      * No PO file yet just means nothing has been ordered; every
      * receipt is then keyed with PO number zero.
       Load-Po-Table.
           OPEN INPUT POFile
           IF PO-Status = "35"
               EXIT PARAGRAPH
           END-IF
           IF PO-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN POFILE.DAT, STATUS "
                   PO-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL PO-EOF = "Y"
               READ POFile
                   AT END
                       MOVE "Y" TO PO-EOF
                   NOT AT END
                       PERFORM Store-One-Po-Line
               END-READ
           END-PERFORM
           CLOSE POFile.

       Store-One-Po-Line.
           IF Po-Count >= Po-Limit
               DISPLAY "ABORTED - POFILE.DAT EXCEEDS " Po-Limit
                   " LINES - RAISE THE TABLE LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO Po-Count
           MOVE PoNumber TO TbPoNumber(Po-Count)
           MOVE PoDate TO TbPoDate(Po-Count)
           MOVE PoVendorCode TO TbPoVendorCode(Po-Count)
           MOVE PoItemCode TO TbPoItemCode(Po-Count)
           MOVE PoQtyOrdered TO TbPoQtyOrdered(Po-Count)
           MOVE PoQtyReceived TO TbPoQtyReceived(Po-Count)
           MOVE PoStatus TO TbPoStatus(Po-Count)
           MOVE PoCloseDate TO TbPoCloseDate(Po-Count).

       Rewrite-Po-File.
           OPEN OUTPUT POFile
           PERFORM VARYING Po-Sub FROM 1 BY 1
               UNTIL Po-Sub > Po-Count
               MOVE TbPoNumber(Po-Sub) TO PoNumber
               MOVE TbPoDate(Po-Sub) TO PoDate
               MOVE TbPoVendorCode(Po-Sub) TO PoVendorCode
               MOVE TbPoItemCode(Po-Sub) TO PoItemCode
               MOVE TbPoQtyOrdered(Po-Sub) TO PoQtyOrdered
               MOVE TbPoQtyReceived(Po-Sub) TO PoQtyReceived
               MOVE TbPoStatus(Po-Sub) TO PoStatus
               MOVE TbPoCloseDate(Po-Sub) TO PoCloseDate
               WRITE PORec
           END-PERFORM
           CLOSE POFile.

      * No BACKORD.DAT just means no special order is waiting.
       Load-Backorder-Table.
           OPEN INPUT BackorderFile
           IF Backorder-Status = "35"
               EXIT PARAGRAPH
           END-IF
           IF Backorder-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN BACKORD.DAT, STATUS "
                   Backorder-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL Backorder-EOF = "Y"
               READ BackorderFile
                   AT END
                       MOVE "Y" TO Backorder-EOF
                   NOT AT END
                       PERFORM Store-One-Backorder
               END-READ
           END-PERFORM
           CLOSE BackorderFile.

       Store-One-Backorder.
           IF Bo-Count >= Bo-Limit
               DISPLAY "ABORTED - BACKORD.DAT EXCEEDS " Bo-Limit
                   " BACKORDERS - RAISE THE TABLE LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO Bo-Count
           MOVE BoNumber TO TbBoNumber(Bo-Count)
           MOVE BoOrderDate TO TbBoOrderDate(Bo-Count)
           MOVE BoStudentId TO TbBoStudentId(Bo-Count)
           MOVE BoItemCode TO TbBoItemCode(Bo-Count)
           MOVE BoQuantity TO TbBoQuantity(Bo-Count)
           MOVE BoStatus TO TbBoStatus(Bo-Count)
           MOVE BoReleaseDate TO TbBoReleaseDate(Bo-Count)
           MOVE BoInvoiceNum TO TbBoInvoiceNum(Bo-Count).

       Rewrite-Backorder-File.
           OPEN OUTPUT BackorderFile
           PERFORM VARYING Bo-Sub FROM 1 BY 1
               UNTIL Bo-Sub > Bo-Count
               MOVE TbBoNumber(Bo-Sub) TO BoNumber
               MOVE TbBoOrderDate(Bo-Sub) TO BoOrderDate
               MOVE TbBoStudentId(Bo-Sub) TO BoStudentId
               MOVE TbBoItemCode(Bo-Sub) TO BoItemCode
               MOVE TbBoQuantity(Bo-Sub) TO BoQuantity
               MOVE TbBoStatus(Bo-Sub) TO BoStatus
               MOVE TbBoReleaseDate(Bo-Sub) TO BoReleaseDate
               MOVE TbBoInvoiceNum(Bo-Sub) TO BoInvoiceNum
               WRITE BackorderRec
           END-PERFORM
           CLOSE BackorderFile.

       Find-Entry-Item.
           MOVE "N" TO Item-Found
               MOVE TbItemQtyOnHand(Item-Sub) TO ItemQtyOnHand
               MOVE TbItemReorderPoint(Item-Sub) TO ItemReorderPoint
               MOVE TbItemTaxableFlag(Item-Sub) TO ItemTaxableFlag
               MOVE TbItemVendorCode(Item-Sub) TO ItemVendorCode
               MOVE TbItemUnitCost(Item-Sub) TO ItemUnitCost
               WRITE ItemMasterRec
           END-PERFORM
           CLOSE ItemMasterFile.
