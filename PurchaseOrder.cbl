      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly purchase-order run.  Reads the shop item
      *          master (ITEMMAST.DAT) with the same test
      *          ReorderReport flags items by - active, a reorder
      *          point set, on hand at or under it - and turns those
      *          items into one numbered purchase order per preferred
      *          vendor (ItemVendorCode, resolved against
      *          VENDMAST.DAT).  Each order is printed on PO.RPT with
      *          the vendor's address block and appended line by line
      *          to the cumulative POFILE.DAT that StockReceipt books
      *          deliveries against.  PO numbers come from PONO.CTL,
      *          which carries the last number used forward from run
      *          to run the way INVNO.CTL does for invoices.  An item
      *          already on an open PO is not ordered twice, and an
      *          item with no usable vendor is listed at the foot of
      *          the report for the shop manager to order by hand.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PurchaseOrder.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ItemMasterFile ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Item-Status.

           SELECT VendorFile ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Vendor-Status.

           SELECT POFile ASSIGN TO "POFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-Status.

           SELECT PoControlFile ASSIGN TO "PONO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Control-Status.

           SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunCtl-Status.

           SELECT ExtractFile ASSIGN TO "POEXT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SortWorkFile ASSIGN TO "POEXT.SRT".

           SELECT ReportFile ASSIGN TO "PO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ItemMasterFile.
       01  ItemMasterRec.
           COPY ShopItem.

       FD  VendorFile.
       01  VendorRec.
           COPY Vendor.

       FD  POFile.
       01  PORec.
           COPY PurchaseOrderLine.

       FD  PoControlFile.
       01  PoControlRec.
           05  CtlLastPoNum        PIC 9(6).

       FD  RunControlFile.
       01  RunControlRec.
           COPY RunControl.

       FD  ExtractFile.
       01  ExtractRec.
           05  ExVendorCode        PIC X(5).
           05  ExItemCode          PIC X(5).
           05  ExDescription       PIC X(20).
           05  ExQtyOnHand         PIC 9(5).
           05  ExReorderPoint      PIC 9(5).
           05  ExOrderQty          PIC 9(5).

       SD  SortWorkFile.
       01  SortWorkRec.
           05  SwVendorCode        PIC X(5).
           05  SwItemCode          PIC X(5).
           05  SwDescription       PIC X(20).
           05  SwQtyOnHand         PIC 9(5).
           05  SwReorderPoint      PIC 9(5).
           05  SwOrderQty          PIC 9(5).

       FD  ReportFile.
       01  ReportLine              PIC X(80).

       WORKING-STORAGE SECTION.
       01  Item-Status          PIC XX.
       01  Vendor-Status        PIC XX.
       01  PO-Status            PIC XX.
       01  Control-Status       PIC XX.
       01  RunCtl-Status        PIC XX.
       01  Item-EOF             PIC X VALUE "N".
       01  Vendor-EOF           PIC X VALUE "N".
       01  PO-EOF               PIC X VALUE "N".
       01  Extract-EOF          PIC X VALUE "N".
       01  Run-Date             PIC X(8).
       01  Current-DateTime     PIC X(21).
       01  Last-Po-Num          PIC 9(6) VALUE ZEROS.
       01  Curr-Vendor          PIC X(5) VALUE SPACES.
       01  Vendor-Key           PIC X(5).
       01  Order-Qty            PIC 9(5).
       01  Items-Read           PIC 9(5) VALUE ZEROS.
       01  Items-Flagged        PIC 9(5) VALUE ZEROS.
       01  Lines-Extracted      PIC 9(5) VALUE ZEROS.
       01  Lines-Ordered        PIC 9(5) VALUE ZEROS.
       01  Po-Lines             PIC 9(5) VALUE ZEROS.
       01  Pos-Raised           PIC 9(5) VALUE ZEROS.
       01  Skip-Reason          PIC X(30).

       01  Curr-Extract.
           05  CxVendorCode        PIC X(5).
           05  CxItemCode          PIC X(5).
           05  CxDescription       PIC X(20).
           05  CxQtyOnHand         PIC 9(5).
           05  CxReorderPoint      PIC 9(5).
           05  CxOrderQty          PIC 9(5).

      * VENDMAST.DAT, for the address block on each order and to
      * refuse an order to an unknown or retired vendor.
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

      * Items already on an open purchase order; reordering them
      * every night until the delivery arrives would double the buy.
       01  Open-Limit           PIC 9(4) VALUE 1000.
       01  Open-Count           PIC 9(4) VALUE ZEROS.
       01  Open-Sub             PIC 9(4).
       01  Open-Found           PIC X.
       01  Open-Table.
           05  Open-Entry OCCURS 1000 TIMES.
               10  TbOpenItemCode      PIC X(5).
               10  TbOpenPoNumber      PIC 9(6).

      * Flagged items that could not be ordered, printed at the foot
      * of the report once the orders themselves are out.
       01  Skip-Limit           PIC 9(3) VALUE 500.
       01  Skip-Count           PIC 9(3) VALUE ZEROS.
       01  Skip-Sub             PIC 9(3).
       01  Skip-Table.
           05  Skip-Entry OCCURS 500 TIMES.
               10  TbSkipItemCode      PIC X(5).
               10  TbSkipDescription   PIC X(20).
               10  TbSkipReason        PIC X(30).

       01  Report-Heading       PIC X(80)
           VALUE "PURCHASE ORDERS FROM THE REORDER LIST".

       01  Date-Line.
           05  FILLER              PIC X(15)
               VALUE "BUSINESS DATE: ".
           05  DT-Date             PIC X(8).

       01  Po-Header-Line.
           05  FILLER              PIC X(19)
               VALUE "PURCHASE ORDER NO: ".
           05  PH-PoNumber         PIC 9(6).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  FILLER              PIC X(8) VALUE "VENDOR: ".
           05  PH-VendorCode       PIC X(5).

       01  Address-Line.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  AL-Text             PIC X(60).

       01  City-Line.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  CL-City             PIC X(15).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  CL-State            PIC X(2).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  CL-Zip              PIC X(10).

       01  Phone-Line.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  FILLER              PIC X(7) VALUE "PHONE: ".
           05  PL-Phone            PIC X(12).

       01  Column-Heading       PIC X(80) VALUE
           "ITEM   DESCRIPTION           ON HAND  REORDER AT  ORDER".

       01  Detail-Line.
           05  PD-ItemCode         PIC X(5).
           05  FILLER              PIC X(2).
           05  PD-Description      PIC X(20).
           05  FILLER              PIC X(2).
           05  PD-QtyOnHand        PIC ZZZZ9.
           05  FILLER              PIC X(5).
           05  PD-ReorderPoint     PIC ZZZZ9.
           05  FILLER              PIC X(3).
           05  PD-OrderQty         PIC ZZZZ9.

       01  Po-Total-Line.
           05  FILLER              PIC X(16)
               VALUE "LINES ON ORDER: ".
           05  PT-Count            PIC ZZZZ9.

       01  Skip-Heading         PIC X(80)
           VALUE "REORDER ITEMS NOT ORDERED".

       01  Skip-Line.
           05  SL-ItemCode         PIC X(5).
           05  FILLER              PIC X(2).
           05  SL-Description      PIC X(20).
           05  FILLER              PIC X(2).
           05  SL-Reason           PIC X(30).

       01  Run-Total-Line.
           05  FILLER              PIC X(17)
               VALUE "ORDERS RAISED:   ".
           05  RT-Orders           PIC ZZZZ9.
           05  FILLER              PIC X(17)
               VALUE "   LINES ORDERED ".
           05  RT-Lines            PIC ZZZZ9.
           05  FILLER              PIC X(17)
               VALUE "   NOT ORDERED   ".
           05  RT-Skipped          PIC ZZZZ9.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Read-Run-Control

           OPEN INPUT ItemMasterFile
           IF Item-Status = "35"
               DISPLAY "NO ITEM MASTER YET - NOTHING TO ORDER"
               STOP RUN
           END-IF
           IF Item-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN ITEMMAST.DAT, STATUS "
                   Item-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Load-Vendor-Table
           PERFORM Load-Open-Orders
           PERFORM Read-Po-Control

           OPEN OUTPUT ExtractFile
           PERFORM UNTIL Item-EOF = "Y"
               READ ItemMasterFile
                   AT END
                       MOVE "Y" TO Item-EOF
                   NOT AT END
                       ADD 1 TO Items-Read
                       PERFORM Check-One-Item
               END-READ
           END-PERFORM
           CLOSE ItemMasterFile
           CLOSE ExtractFile

           OPEN OUTPUT ReportFile
           WRITE ReportLine FROM Report-Heading
           MOVE Run-Date TO DT-Date
           WRITE ReportLine FROM Date-Line
           MOVE SPACES TO ReportLine
           WRITE ReportLine

           IF Lines-Extracted > ZEROS
               PERFORM Sort-Extract-By-Vendor
               PERFORM Raise-Purchase-Orders
               PERFORM Rewrite-Po-Control
           END-IF

           PERFORM Write-Skipped-Items
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE Pos-Raised TO RT-Orders
           MOVE Lines-Ordered TO RT-Lines
           MOVE Skip-Count TO RT-Skipped
           WRITE ReportLine FROM Run-Total-Line
           CLOSE ReportFile

           DISPLAY "ITEMS READ:            " Items-Read
           DISPLAY "ITEMS AT REORDER:      " Items-Flagged
           DISPLAY "PURCHASE ORDERS RAISED: " Pos-Raised
           DISPLAY "LINES ORDERED:         " Lines-Ordered
           DISPLAY "ITEMS NOT ORDERED:     " Skip-Count
           STOP RUN.

      ******************************************************************
      * The business date on the run-control card dates the orders;
      * a missing or unreadable card falls back to the wall clock,
      * exactly the way Merge dates its cycle.
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

      * No vendor master yet is not an error - every flagged item
      * simply lands on the not-ordered list.
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
           MOVE VnAddress1 TO TbVendorAddress1(Vendor-Count)
           MOVE VnAddress2 TO TbVendorAddress2(Vendor-Count)
           MOVE VnCity TO TbVendorCity(Vendor-Count)
           MOVE VnState TO TbVendorState(Vendor-Count)
           MOVE VnZip TO TbVendorZip(Vendor-Count)
           MOVE VnPhone TO TbVendorPhone(Vendor-Count)
           MOVE VnActiveFlag TO TbVendorActive(Vendor-Count).

      ******************************************************************
      * Only the open lines matter here; a closed order's item is
      * fair game to reorder once it is back under its point.
      ******************************************************************
       Load-Open-Orders.
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
                       IF PoStatus = "O"
                           PERFORM Store-One-Open-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POFile.

       Store-One-Open-Line.
           IF Open-Count >= Open-Limit
               DISPLAY "ABORTED - POFILE.DAT HAS MORE THAN "
                   Open-Limit " OPEN LINES - RAISE THE TABLE LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO Open-Count
           MOVE PoItemCode TO TbOpenItemCode(Open-Count)
           MOVE PoNumber TO TbOpenPoNumber(Open-Count).

      ******************************************************************
      * PONO.CTL carries the last purchase-order number used forward
      * from run to run, so a PO number never repeats and a vendor's
      * invoice can be matched to the order.  A missing control file
      * means this is the first run ever - numbering starts from
      * zero.
      ******************************************************************
       Read-Po-Control.
           OPEN INPUT PoControlFile
           EVALUATE TRUE
               WHEN Control-Status = "00"
                   READ PoControlFile
                       AT END
                           MOVE ZEROS TO Last-Po-Num
                       NOT AT END
                           MOVE CtlLastPoNum TO Last-Po-Num
                   END-READ
                   CLOSE PoControlFile
               WHEN Control-Status = "35"
                   MOVE ZEROS TO Last-Po-Num
               WHEN OTHER
                   DISPLAY "ABORTED - CANNOT OPEN PONO.CTL, STATUS "
                       Control-Status
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       Rewrite-Po-Control.
           OPEN OUTPUT PoControlFile
           MOVE Last-Po-Num TO CtlLastPoNum
           WRITE PoControlRec
           CLOSE PoControlFile.

      ******************************************************************
      * The same test ReorderReport flags an item by.  The order
      * brings stock back up to twice the reorder point, so one
      * delivery lifts the item clear of tomorrow's list instead of
      * landing it right back on it.
      ******************************************************************
       Check-One-Item.
           IF ItemActiveFlag NOT = "A"
               OR ItemReorderPoint IS NOT NUMERIC
               OR ItemReorderPoint = ZEROS
               OR ItemQtyOnHand GREATER THAN ItemReorderPoint
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Items-Flagged
           PERFORM Find-Open-Order
           IF Open-Found = "Y"
               MOVE SPACES TO Skip-Reason
               STRING "ALREADY ON OPEN PO "
                   TbOpenPoNumber(Open-Sub)
                   DELIMITED BY SIZE INTO Skip-Reason
               PERFORM Skip-One-Item
               EXIT PARAGRAPH
           END-IF
           IF ItemVendorCode = SPACES
               MOVE "NO PREFERRED VENDOR" TO Skip-Reason
               PERFORM Skip-One-Item
               EXIT PARAGRAPH
           END-IF
           MOVE ItemVendorCode TO Vendor-Key
           PERFORM Find-Item-Vendor
           IF Vendor-Found = "N"
               MOVE "VENDOR NOT ON VENDMAST.DAT" TO Skip-Reason
               PERFORM Skip-One-Item
               EXIT PARAGRAPH
           END-IF
           IF TbVendorActive(Vendor-Sub) NOT = "A"
               MOVE "PREFERRED VENDOR RETIRED" TO Skip-Reason
               PERFORM Skip-One-Item
               EXIT PARAGRAPH
           END-IF
           COMPUTE Order-Qty =
               ItemReorderPoint * 2 - ItemQtyOnHand
           MOVE SPACES TO ExtractRec
           MOVE ItemVendorCode TO ExVendorCode
           MOVE ItemCode TO ExItemCode
           MOVE ItemDescription TO ExDescription
           MOVE ItemQtyOnHand TO ExQtyOnHand
           MOVE ItemReorderPoint TO ExReorderPoint
           MOVE Order-Qty TO ExOrderQty
           WRITE ExtractRec
           ADD 1 TO Lines-Extracted.

       Find-Open-Order.
           MOVE "N" TO Open-Found
           PERFORM VARYING Open-Sub FROM 1 BY 1
               UNTIL Open-Sub > Open-Count
               OR Open-Found = "Y"
               IF TbOpenItemCode(Open-Sub) = ItemCode
                   MOVE "Y" TO Open-Found
               END-IF
           END-PERFORM
           IF Open-Found = "Y"
               SUBTRACT 1 FROM Open-Sub
           END-IF.

       Find-Item-Vendor.
           MOVE "N" TO Vendor-Found
           PERFORM VARYING Vendor-Sub FROM 1 BY 1
               UNTIL Vendor-Sub > Vendor-Count
               OR Vendor-Found = "Y"
               IF TbVendorCode(Vendor-Sub) = Vendor-Key
                   MOVE "Y" TO Vendor-Found
               END-IF
           END-PERFORM
           IF Vendor-Found = "Y"
               SUBTRACT 1 FROM Vendor-Sub
           END-IF.

       Skip-One-Item.
           IF Skip-Count >= Skip-Limit
               DISPLAY "ABORTED - MORE THAN " Skip-Limit
                   " ITEMS NOT ORDERED - RAISE THE TABLE LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO Skip-Count
           MOVE ItemCode TO TbSkipItemCode(Skip-Count)
           MOVE ItemDescription TO TbSkipDescription(Skip-Count)
           MOVE Skip-Reason TO TbSkipReason(Skip-Count).

       Sort-Extract-By-Vendor.
           SORT SortWorkFile
               ON ASCENDING KEY SwVendorCode
               ON ASCENDING KEY SwItemCode
               USING ExtractFile
               GIVING ExtractFile.

      ******************************************************************
      * One purchase order per vendor: the extract is in vendor
      * order, so a change of vendor closes the order in progress
      * and opens the next number.  POFILE.DAT is cumulative -
      * always EXTEND, never restarted - since StockReceipt works
      * an order off it for as long as the order stays open.
      ******************************************************************
       Raise-Purchase-Orders.
           OPEN EXTEND POFile
           IF PO-Status = "35"
               OPEN OUTPUT POFile
           END-IF
           IF PO-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN POFILE.DAT, STATUS "
                   PO-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ExtractFile
           PERFORM UNTIL Extract-EOF = "Y"
               READ ExtractFile INTO Curr-Extract
                   AT END
                       MOVE "Y" TO Extract-EOF
                   NOT AT END
                       PERFORM Order-One-Line
               END-READ
           END-PERFORM
           IF Curr-Vendor NOT = SPACES
               PERFORM Close-Current-Po
           END-IF
           CLOSE ExtractFile
           CLOSE POFile.

       Order-One-Line.
           IF CxVendorCode NOT = Curr-Vendor
               IF Curr-Vendor NOT = SPACES
                   PERFORM Close-Current-Po
               END-IF
               PERFORM Start-New-Po
           END-IF
           MOVE SPACES TO PORec
           MOVE Last-Po-Num TO PoNumber
           MOVE Run-Date TO PoDate
           MOVE CxVendorCode TO PoVendorCode
           MOVE CxItemCode TO PoItemCode
           MOVE CxOrderQty TO PoQtyOrdered
           MOVE ZEROS TO PoQtyReceived
           MOVE "O" TO PoStatus
           MOVE SPACES TO PoCloseDate
           WRITE PORec
           MOVE SPACES TO Detail-Line
           MOVE CxItemCode TO PD-ItemCode
           MOVE CxDescription TO PD-Description
           MOVE CxQtyOnHand TO PD-QtyOnHand
           MOVE CxReorderPoint TO PD-ReorderPoint
           MOVE CxOrderQty TO PD-OrderQty
           WRITE ReportLine FROM Detail-Line
           ADD 1 TO Po-Lines
           ADD 1 TO Lines-Ordered.

       Start-New-Po.
           MOVE CxVendorCode TO Curr-Vendor
           MOVE CxVendorCode TO Vendor-Key
           PERFORM Find-Item-Vendor
           ADD 1 TO Last-Po-Num
           ADD 1 TO Pos-Raised
           MOVE ZEROS TO Po-Lines
           MOVE Last-Po-Num TO PH-PoNumber
           MOVE CxVendorCode TO PH-VendorCode
           WRITE ReportLine FROM Po-Header-Line
           MOVE TbVendorName(Vendor-Sub) TO AL-Text
           WRITE ReportLine FROM Address-Line
           MOVE TbVendorAddress1(Vendor-Sub) TO AL-Text
           WRITE ReportLine FROM Address-Line
           IF TbVendorAddress2(Vendor-Sub) NOT = SPACES
               MOVE TbVendorAddress2(Vendor-Sub) TO AL-Text
               WRITE ReportLine FROM Address-Line
           END-IF
           MOVE TbVendorCity(Vendor-Sub) TO CL-City
           MOVE TbVendorState(Vendor-Sub) TO CL-State
           MOVE TbVendorZip(Vendor-Sub) TO CL-Zip
           WRITE ReportLine FROM City-Line
           MOVE TbVendorPhone(Vendor-Sub) TO PL-Phone
           WRITE ReportLine FROM Phone-Line
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM Column-Heading.

       Close-Current-Po.
           MOVE Po-Lines TO PT-Count
           WRITE ReportLine FROM Po-Total-Line
           MOVE SPACES TO ReportLine
           WRITE ReportLine.

       Write-Skipped-Items.
           IF Skip-Count = ZEROS
               EXIT PARAGRAPH
           END-IF
           WRITE ReportLine FROM Skip-Heading
           PERFORM VARYING Skip-Sub FROM 1 BY 1
               UNTIL Skip-Sub > Skip-Count
               MOVE SPACES TO Skip-Line
               MOVE TbSkipItemCode(Skip-Sub) TO SL-ItemCode
               MOVE TbSkipDescription(Skip-Sub) TO SL-Description
               MOVE TbSkipReason(Skip-Sub) TO SL-Reason
               WRITE ReportLine FROM Skip-Line
           END-PERFORM.
