      *     without a card), so next term's price list can sit loaded
      *     in advance instead of being keyed at midnight on the
      *     changeover.
      *   - The item table carries the item's preferred vendor code
      *     through to the end-of-run rewrite of ITEMMAST.DAT, so an
      *     invoice run no longer drops it.
      *   - Project kits: an item with components on KITMAST.DAT
      *     still prints as one invoice line at the kit's own price
      *     and is taxed on the kit, but on-hand is relieved for
      *     every component instead of the kit, and the SALESDTL.DAT
      *     rows are written per component with the line's amount
      *     spread across them by list price, so SalesAnalysis sees
      *     the lumber and hardware that actually left the shelf.  A
      *     kit whose component is missing from the item master is
      *     rejected rather than half-relieved.
      *   - Special orders: a detail line flagged "S" is not priced
      *     or charged but held on the BACKORD.DAT backorder file
      *     against the student, and prints on the invoice as on
      *     order.  StockReceipt releases it back onto SHOPORD.DAT
      *     flagged "B" with its backorder number once the goods are
      *     in; that line is then invoiced at the day's price like
      *     any other and the backorder is marked filled with the
      *     invoice number.
      *   - Each SALESDTL.DAT row now carries the item's unit cost
      *     (a kit's rows carry each component's cost) and the
      *     extended cost, so the MarginReport can set cost against
      *     sales; the table carries the cost through the rewrite.
      *   - An order for a student with a hold in force on HOLDS.DAT
      *     (set in the HoldMaint supervisor session) is not
      *     invoiced: the header goes to INVREJ.RPT with the hold
      *     code and reason and its lines follow it there, so no
      *     invoice number is spent and nothing is charged.
      *   - Sponsor billing: an order for a student with a
      *     sponsorship on SPONSHIP.DAT covering the business date
      *     (from an active sponsor on SPONSOR.DAT) is split - the
      *     sponsor's percentage, held to what is left of the term's
      *     cap, goes to the sponsor receivable SPONSAR.DAT and only
      *     the rest is charged to the student on TRANSINS.DAT and
      *     MEMO.DAT.  The invoice prints both shares, and the
      *     register carries the sponsor and its share so
      *     InvoiceVoid reverses only what the student was charged.
      *   - A released backorder line that is rejected (hold, check
      *     digit, inactive item) puts its backorder back to open on
      *     BACKORD.DAT, so StockReceipt offers the goods again
      *     instead of holding them for a line that was never filled.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Invoice.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Item-Status.

           SELECT KitFile ASSIGN TO "KITMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Kit-Status.

           SELECT BackorderFile ASSIGN TO "BACKORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Backorder-Status.

           SELECT InvoiceFile ASSIGN TO "INVOICE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Memo-Status.

           SELECT HoldFile ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hold-Status.

           SELECT SponsorFile ASSIGN TO "SPONSOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sponsor-Status.

           SELECT SponsorshipFile ASSIGN TO "SPONSHIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sponsorship-Status.

           SELECT SponsorChargeFile ASSIGN TO "SPONSAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SponsorChg-Status.

           SELECT SortWorkFile ASSIGN TO "INVCHG.SRT".

           SELECT SortedChargeFile ASSIGN TO "INVCHG.TMP"
           05  OrDetailData REDEFINES OrRecData.
               10  OrItemCode          PIC X(5).
               10  OrQuantity          PIC 9(3).
               10  OrLineMode          PIC X.
               10  OrBackorderNum      PIC 9(6).

       FD  ItemMasterFile.
       01  ItemMasterRec.
           COPY ShopItem.

       FD  KitFile.
       01  KitRec.
           COPY KitComponent.

       FD  BackorderFile.
       01  BackorderRec.
           COPY BackorderLine.

       FD  InvoiceFile.
       01  InvoiceLine             PIC X(80).

       01  MemoRec.
           COPY MemoPost.

       FD  HoldFile.
       01  HoldRec.
           COPY AccountHold.

       FD  SponsorFile.
       01  SponsorRec.
           COPY Sponsor.

       FD  SponsorshipFile.
       01  SponsorshipRec.
           COPY Sponsorship.

       FD  SponsorChargeFile.
       01  SponsorChargeRec.
           COPY SponsorCharge.

       FD  SortedChargeFile.
       01  SortedChargeRec.
           COPY StudentMaster.
       WORKING-STORAGE SECTION.
       01  SysLock-Status       PIC XX.
       01  Item-Status          PIC XX.
       01  Kit-Status           PIC XX.
       01  Backorder-Status     PIC XX.
       01  Charge-Status        PIC XX.
       01  Sales-Status         PIC XX.
       01  Operator-Status      PIC XX.
       01  ActLog-Status        PIC XX.
       01  Memo-Status          PIC XX.
       01  Hold-Status          PIC XX.
       01  Sponsor-Status       PIC XX.
       01  Sponsorship-Status   PIC XX.
       01  SponsorChg-Status    PIC XX.
       01  Operator-EOF         PIC X.
       01  Operator-Found       PIC X.
       01  Operator-Id          PIC X(4).
               10  TbItemQtyOnHand     PIC 9(5).
               10  TbItemReorderPoint  PIC 9(5).
               10  TbItemTaxableFlag   PIC X.
               10  TbItemVendorCode    PIC X(5).
               10  TbItemUnitCost      PIC 9(3)V99.

      * KITMAST.DAT loaded once at startup.  A line whose item code
      * is a kit code here is exploded into these components for
      * stock relief and sales detail.
       01  Kit-EOF              PIC X VALUE "N".
       01  Kit-Limit            PIC 9(4) VALUE 1000.
       01  Kit-Count            PIC 9(4) VALUE ZEROS.
       01  Kit-Sub              PIC 9(4).
       01  Kit-Table.
           05  Kit-Entry OCCURS 1000 TIMES.
               10  TbKitCode           PIC X(5).
               10  TbKitItemCode       PIC X(5).
               10  TbKitQuantity       PIC 9(3).
       01  Line-Is-Kit          PIC X.
       01  Kit-Item-Sub         PIC 9(3).
       01  Kit-Components-Left  PIC 9(4).
       01  Kit-List-Total       PIC 9(7)V99.
       01  Kit-Allocated        PIC 9(6)V99.
       01  Component-Code       PIC X(5).
       01  Component-Qty        PIC 9(3).

      * What one SALESDTL.DAT row and one stock relief are written
      * for - the order line itself, or one component of a kit.
       01  Sale-Item-Code       PIC X(5).
       01  Sale-Quantity        PIC 9(3).
       01  Sale-Amount          PIC 9(6)V99.

      * HOLDS.DAT loaded once at startup; every order header is
      * checked against it before an invoice number is drawn.
       01  Hold-EOF             PIC X VALUE "N".
       01  Hold-Limit           PIC 9(4) VALUE 2000.
       01  Hold-Count           PIC 9(4) VALUE ZEROS.
       01  Hold-Sub             PIC 9(4).
       01  Hold-Found           PIC X.
       01  Orders-Held          PIC 9(5) VALUE ZEROS.
       01  Hold-Table.
           05  Hold-Entry OCCURS 2000 TIMES.
               10  TbAhStudentId       PIC 9(7).
               10  TbAhHoldCode        PIC X(1).
               10  TbAhReason          PIC X(20).

       01  Hold-Reject-Text.
           05  FILLER              PIC X(5) VALUE "HOLD ".
           05  HR-HoldCode         PIC X(1).
           05  FILLER              PIC X(2) VALUE ": ".
           05  HR-Reason           PIC X(20).

      * The sponsorships in force on the business date, loaded once
      * at startup from SPONSHIP.DAT for active sponsors only, with
      * what each has already paid toward its cap this term summed
      * from SPONSAR.DAT - so a voided invoice's share is given back
      * to the cap without anything to unwind.
       01  Sponsor-EOF          PIC X VALUE "N".
       01  Sponsor-Limit        PIC 9(3) VALUE 200.
       01  Sponsor-Count        PIC 9(3) VALUE ZEROS.
       01  Sponsor-Sub          PIC 9(3).
       01  Sponsor-Found        PIC X.
       01  Sponsor-Table.
           05  Sponsor-Entry OCCURS 200 TIMES.
               10  TbSpSponsorCode     PIC X(5).
               10  TbSpActiveFlag      PIC X.
       01  Ship-Limit           PIC 9(4) VALUE 2000.
       01  Ship-Count           PIC 9(4) VALUE ZEROS.
       01  Ship-Sub             PIC 9(4).
       01  Ship-Found           PIC X.
       01  Ship-Table.
           05  Ship-Entry OCCURS 2000 TIMES.
               10  TbSsStudentId       PIC 9(7).
               10  TbSsSponsorCode     PIC X(5).
               10  TbSsFromDate        PIC X(8).
               10  TbSsThruDate        PIC X(8).
               10  TbSsPercent         PIC 9(3).
               10  TbSsCapAmount       PIC 9(5)V99.
               10  TbSsUsedAmount      PIC 9(7)V99.
       01  Sponsor-Share        PIC 9(7)V99 VALUE ZEROS.
       01  Student-Share        PIC 9(7)V99 VALUE ZEROS.
       01  Cap-Remaining        PIC 9(7)V99.
       01  Order-Sponsor-Code   PIC X(5).
       01  Sponsor-Items        PIC 9(5) VALUE ZEROS.
       01  Register-Sponsor-Total
                                PIC 9(7)V99 VALUE ZEROS.

      * BACKORD.DAT loaded once at startup: special-order lines are
      * added to it, released lines are marked filled, and the whole
      * file is rewritten at the end of the run.
       01  Backorder-EOF        PIC X VALUE "N".
       01  Backorder-Changed    PIC X VALUE "N".
       01  Backorders-Taken     PIC 9(5) VALUE ZEROS.
       01  Backorders-Filled    PIC 9(5) VALUE ZEROS.
       01  Backorders-Reopened  PIC 9(5) VALUE ZEROS.
       01  Last-Backorder-Num   PIC 9(6) VALUE ZEROS.
       01  Bo-Limit             PIC 9(4) VALUE 5000.
       01  Bo-Count             PIC 9(4) VALUE ZEROS.
       01  Bo-Sub               PIC 9(4).
       01  Bo-Found             PIC X.
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

       01  Invoice-Header-Line.
           05  FILLER              PIC X(12) VALUE "INVOICE NO: ".
           05  FILLER              PIC X(2).
           05  DL-ExtAmount        PIC ZZZ,ZZ9.99.

       01  Special-Order-Line.
           05  SO-ItemCode         PIC X(5).
           05  FILLER              PIC X(2).
           05  SO-Description      PIC X(20).
           05  FILLER              PIC X(2).
           05  SO-Quantity         PIC ZZ9.
           05  FILLER              PIC X(2).
           05  FILLER              PIC X(16)
               VALUE "ON SPECIAL ORDER".
           05  FILLER              PIC X(2).
           05  FILLER              PIC X(3) VALUE "NO.".
           05  SO-BackorderNum     PIC 9(6).

       01  Reject-Line.
           05  RL-StudentId        PIC 9(7).
           05  FILLER              PIC X(2).
               "ORDER TOTAL . . . . . . . . . . . . . . .".
           05  TL-OrderTotal       PIC ZZZ,ZZ9.99.

       01  Sponsor-Share-Line.
           05  FILLER              PIC X(20) VALUE
               "LESS PAID BY SPONSOR".
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SS-SponsorCode      PIC X(5).
           05  FILLER              PIC X(15) VALUE
               " . . . . . . .".
           05  SS-SponsorAmount    PIC ZZZ,ZZ9.99.

       01  Student-Share-Line.
           05  FILLER              PIC X(41) VALUE
               "STUDENT SHARE CHARGED TO ACCOUNT . . . .".
           05  SD-StudentAmount    PIC ZZZ,ZZ9.99.

       01  Register-Heading-1   PIC X(80)
           VALUE "DAILY INVOICE REGISTER".
       01  Register-Heading-2   PIC X(80)
           VALUE "INVOICE  STUDENT      TOTAL         TAX     SPONSOR".

       01  Register-Detail-Line.
           05  RD-InvoiceNum       PIC 9(6).
           05  RD-OrderTotal       PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2).
           05  RD-TaxAmount        PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2).
           05  RD-SponsorAmount    PIC ZZ,ZZ9.99.

       01  Register-Total-Line.
           05  FILLER              PIC X(8) VALUE "INVOICES".
           05  RT-Total            PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(6) VALUE "  TAX ".
           05  RT-Tax              PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RT-Sponsor          PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Sign-On-Operator
           PERFORM Read-Tax-Control
           PERFORM Load-Item-Table
           PERFORM Load-Kit-Table
           PERFORM Load-Backorder-Table
           PERFORM Load-Hold-Table
           PERFORM Load-Sponsorship-Table
           PERFORM Read-Invoice-Control

           OPEN INPUT OrderFile
           IF Stock-Changed = "Y"
               PERFORM Rewrite-Item-Master
           END-IF
           IF Backorder-Changed = "Y"
               PERFORM Rewrite-Backorder-File
           END-IF
           PERFORM Clear-Order-File

           DISPLAY "ORDERS INVOICED:      " Orders-Invoiced
           DISPLAY "ORDERS ON HOLD:       " Orders-Held
           DISPLAY "SPONSOR SHARES BILLED:" Sponsor-Items
           DISPLAY "ORDER LINES PRICED:   " Line-Count
           DISPLAY "ORDER LINES REJECTED: " Lines-Rejected
           DISPLAY "ORDER LINES OVERSOLD: " Lines-Oversold
           DISPLAY "SPECIAL ORDERS TAKEN: " Backorders-Taken
           DISPLAY "BACKORDERS FILLED:    " Backorders-Filled
           DISPLAY "BACKORDERS REOPENED:  " Backorders-Reopened
           DISPLAY "CHARGES POSTED:       " Charges-Posted
           STOP RUN.

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
      * No KITMAST.DAT just means the shop sells no kits yet.
      ******************************************************************
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

      ******************************************************************
      * No HOLDS.DAT just means no hold has been set yet.  A student
      * carrying more than one hold is refused on the first found.
      ******************************************************************
       Load-Hold-Table.
           OPEN INPUT HoldFile
           IF Hold-Status = "35"
               EXIT PARAGRAPH
           END-IF
           IF Hold-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN HOLDS.DAT, STATUS "
                   Hold-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL Hold-EOF = "Y"
               READ HoldFile
                   AT END
                       MOVE "Y" TO Hold-EOF
                   NOT AT END
                       IF Hold-Count >= Hold-Limit
                           DISPLAY "ABORTED - HOLDS.DAT EXCEEDS "
                               Hold-Limit " RECORDS - RAISE THE "
                               "TABLE LIMIT"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO Hold-Count
                       MOVE AhStudentId TO TbAhStudentId(Hold-Count)
                       MOVE AhHoldCode TO TbAhHoldCode(Hold-Count)
                       MOVE AhReason TO TbAhReason(Hold-Count)
               END-READ
           END-PERFORM
           CLOSE HoldFile.

      ******************************************************************
      * No SPONSHIP.DAT or SPONSOR.DAT just means no student is
      * sponsored.  Only the sponsorships whose dates take in the
      * business date, from a sponsor still active, are kept; the
      * shares already billed against each this term are then summed
      * from SPONSAR.DAT so the cap carries across runs.
      ******************************************************************
       Load-Sponsorship-Table.
           OPEN INPUT SponsorFile
           IF Sponsor-Status = "35"
               EXIT PARAGRAPH
           END-IF
           IF Sponsor-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN SPONSOR.DAT, STATUS "
                   Sponsor-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL Sponsor-EOF = "Y"
               READ SponsorFile
                   AT END
                       MOVE "Y" TO Sponsor-EOF
                   NOT AT END
                       IF Sponsor-Count >= Sponsor-Limit
                           DISPLAY "ABORTED - SPONSOR.DAT EXCEEDS "
                               Sponsor-Limit " RECORDS - RAISE THE "
                               "TABLE LIMIT"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO Sponsor-Count
                       MOVE SpSponsorCode
                           TO TbSpSponsorCode(Sponsor-Count)
                       MOVE SpActiveFlag
                           TO TbSpActiveFlag(Sponsor-Count)
               END-READ
           END-PERFORM
           CLOSE SponsorFile

           OPEN INPUT SponsorshipFile
           IF Sponsorship-Status = "35"
               EXIT PARAGRAPH
           END-IF
           IF Sponsorship-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN SPONSHIP.DAT, STATUS "
                   Sponsorship-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO Sponsor-EOF
           PERFORM UNTIL Sponsor-EOF = "Y"
               READ SponsorshipFile
                   AT END
                       MOVE "Y" TO Sponsor-EOF
                   NOT AT END
                       IF SsFromDate NOT > Run-Date
                           AND SsThruDate NOT < Run-Date
                           PERFORM Store-One-Sponsorship
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SponsorshipFile

           OPEN INPUT SponsorChargeFile
           IF SponsorChg-Status = "35"
               EXIT PARAGRAPH
           END-IF
           IF SponsorChg-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN SPONSAR.DAT, STATUS "
                   SponsorChg-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO Sponsor-EOF
           PERFORM UNTIL Sponsor-EOF = "Y"
               READ SponsorChargeFile
                   AT END
                       MOVE "Y" TO Sponsor-EOF
                   NOT AT END
                       IF SaStatus NOT = "V"
                           PERFORM Count-One-Sponsor-Item
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SponsorChargeFile.

       Store-One-Sponsorship.
           MOVE "N" TO Sponsor-Found
           PERFORM VARYING Sponsor-Sub FROM 1 BY 1
               UNTIL Sponsor-Sub > Sponsor-Count
               OR Sponsor-Found = "Y"
               IF TbSpSponsorCode(Sponsor-Sub) = SsSponsorCode
                   AND TbSpActiveFlag(Sponsor-Sub) = "A"
                   MOVE "Y" TO Sponsor-Found
               END-IF
           END-PERFORM
           IF Sponsor-Found = "N"
               EXIT PARAGRAPH
           END-IF
           IF Ship-Count >= Ship-Limit
               DISPLAY "ABORTED - SPONSHIP.DAT EXCEEDS " Ship-Limit
                   " CURRENT RECORDS - RAISE THE TABLE LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO Ship-Count
           MOVE SsStudentId TO TbSsStudentId(Ship-Count)
           MOVE SsSponsorCode TO TbSsSponsorCode(Ship-Count)
           MOVE SsFromDate TO TbSsFromDate(Ship-Count)
           MOVE SsThruDate TO TbSsThruDate(Ship-Count)
           MOVE SsPercent TO TbSsPercent(Ship-Count)
           MOVE SsCapAmount TO TbSsCapAmount(Ship-Count)
           MOVE ZEROS TO TbSsUsedAmount(Ship-Count).

       Count-One-Sponsor-Item.
           PERFORM VARYING Ship-Sub FROM 1 BY 1
               UNTIL Ship-Sub > Ship-Count
               IF TbSsStudentId(Ship-Sub) = SaStudentId
                   AND TbSsSponsorCode(Ship-Sub) = SaSponsorCode
                   AND SaDate NOT < TbSsFromDate(Ship-Sub)
                   AND SaDate NOT > TbSsThruDate(Ship-Sub)
                   ADD SaSponsorAmount TO TbSsUsedAmount(Ship-Sub)
               END-IF
           END-PERFORM.

      ******************************************************************
      * No BACKORD.DAT just means no special order has been taken
      * yet.  New backorders number on from the highest on file.
      ******************************************************************
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
           MOVE BoInvoiceNum TO TbBoInvoiceNum(Bo-Count)
           IF BoNumber > Last-Backorder-Num
               MOVE BoNumber TO Last-Backorder-Num
           END-IF.

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

      ******************************************************************
      * The business date on the run-control card decides which of
      * invoiced at all - a charge against a mis-keyed ID would
      * create a garbage master record at the next merge.  The
      * header and all its detail lines go to the reject listing.
      * So does an order for a student on hold - the counter has
      * been told to stop selling to that family.
      ******************************************************************
       Start-New-Order.
           MOVE OrStudentId TO Order-StudentId
                   MOVE "ORDER HEADER ID FAILS CHECK" TO RL-Reason
                   PERFORM Write-Reject-Line
               ELSE
                   PERFORM Find-Order-Hold
                   IF Hold-Found = "Y"
                       MOVE "N" TO Order-Valid
                       MOVE SPACES TO Reject-Line
                       MOVE Order-StudentId TO RL-StudentId
                       MOVE TbAhHoldCode(Hold-Sub) TO HR-HoldCode
                       MOVE TbAhReason(Hold-Sub) TO HR-Reason
                       MOVE Hold-Reject-Text TO RL-Reason
                       PERFORM Write-Reject-Line
                       ADD 1 TO Orders-Held
                   ELSE
                       MOVE "Y" TO Order-Valid
                       ADD 1 TO Last-Invoice-Num
                       PERFORM Print-Invoice-Header
                   END-IF
               END-IF
           END-IF.

       Find-Order-Hold.
           MOVE "N" TO Hold-Found
           PERFORM VARYING Hold-Sub FROM 1 BY 1
               UNTIL Hold-Sub > Hold-Count
               OR Hold-Found = "Y"
               IF TbAhStudentId(Hold-Sub) = Order-StudentId
                   MOVE "Y" TO Hold-Found
               END-IF
           END-PERFORM
           IF Hold-Found = "Y"
               SUBTRACT 1 FROM Hold-Sub
           END-IF.

       Print-Invoice-Header.
           MOVE SPACES TO InvoiceLine
           WRITE InvoiceLine
               WHEN TbItemActiveFlag(Item-Sub) NOT = "A"
                   MOVE "ITEM CODE IS INACTIVE" TO RL-Reason
                   PERFORM Write-Reject-Line
               WHEN OrLineMode = "S"
                   PERFORM Take-Special-Order
               WHEN OTHER
                   PERFORM Price-From-Item-Master
           END-EVALUATE.

      ******************************************************************
      * A special-order line is held against the student instead of
      * being charged - the student pays when the goods are handed
      * over, not when they are asked for.  A kit cannot be held:
      * StockReceipt books components, never kits, so nothing would
      * ever release it; the counter special-orders the components.
      ******************************************************************
       Take-Special-Order.
           MOVE "N" TO Line-Is-Kit
           PERFORM VARYING Kit-Sub FROM 1 BY 1
               UNTIL Kit-Sub > Kit-Count
               OR Line-Is-Kit = "Y"
               IF TbKitCode(Kit-Sub) = OrItemCode
                   MOVE "Y" TO Line-Is-Kit
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN Line-Is-Kit = "Y"
                   MOVE "KIT CANNOT BE SPECIAL-ORDERED" TO RL-Reason
                   PERFORM Write-Reject-Line
                   EXIT PARAGRAPH
               WHEN OrQuantity IS NOT NUMERIC
                   OR OrQuantity = ZEROS
                   MOVE "SPECIAL ORDER QUANTITY IS ZERO" TO RL-Reason
                   PERFORM Write-Reject-Line
                   EXIT PARAGRAPH
               WHEN Bo-Count >= Bo-Limit
                   DISPLAY "ABORTED - BACKORD.DAT EXCEEDS " Bo-Limit
                       " BACKORDERS - RAISE THE TABLE LIMIT"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           ADD 1 TO Last-Backorder-Num
           ADD 1 TO Bo-Count
           MOVE Last-Backorder-Num TO TbBoNumber(Bo-Count)
           MOVE Run-Date TO TbBoOrderDate(Bo-Count)
           MOVE Order-StudentId TO TbBoStudentId(Bo-Count)
           MOVE OrItemCode TO TbBoItemCode(Bo-Count)
           MOVE OrQuantity TO TbBoQuantity(Bo-Count)
           MOVE "O" TO TbBoStatus(Bo-Count)
           MOVE SPACES TO TbBoReleaseDate(Bo-Count)
           MOVE ZEROS TO TbBoInvoiceNum(Bo-Count)
           MOVE "Y" TO Backorder-Changed
           ADD 1 TO Backorders-Taken
           MOVE SPACES TO Special-Order-Line
           MOVE OrItemCode TO SO-ItemCode
           MOVE TbItemDescription(Item-Sub) TO SO-Description
           MOVE OrQuantity TO SO-Quantity
           MOVE Last-Backorder-Num TO SO-BackorderNum
           WRITE InvoiceLine FROM Special-Order-Line.

      ******************************************************************
      * A released backorder line has just been invoiced: mark the
      * backorder filled with this invoice number.  A "B" line whose
      * backorder is not found released is still invoiced - the
      * goods went over the counter - but is called out for the
      * office on INVREJ.RPT.
      ******************************************************************
       Fill-Backorder.
           MOVE "N" TO Bo-Found
           PERFORM VARYING Bo-Sub FROM 1 BY 1
               UNTIL Bo-Sub > Bo-Count
               OR Bo-Found = "Y"
               IF TbBoNumber(Bo-Sub) = OrBackorderNum
                   AND TbBoStatus(Bo-Sub) = "R"
                   MOVE "Y" TO Bo-Found
               END-IF
           END-PERFORM
           IF Bo-Found = "N"
               MOVE SPACES TO Reject-Line
               MOVE "BACKORDER NO. NOT RELEASED"
                   TO RL-Reason
               MOVE Order-StudentId TO RL-StudentId
               MOVE OrItemCode TO RL-ItemCode
               MOVE OrQuantity TO RL-Quantity
               WRITE RejectListLine FROM Reject-Line
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM Bo-Sub
           MOVE "F" TO TbBoStatus(Bo-Sub)
           MOVE Last-Invoice-Num TO TbBoInvoiceNum(Bo-Sub)
           MOVE "Y" TO Backorder-Changed
           ADD 1 TO Backorders-Filled.

       Find-Item-In-Table.
           MOVE "N" TO Item-Found
           PERFORM VARYING Item-Sub FROM 1 BY 1
           END-IF.

       Price-From-Item-Master.
           PERFORM Check-Kit-Components
           IF RL-Reason NOT = SPACES
               PERFORM Write-Reject-Line
               EXIT PARAGRAPH
           END-IF
           PERFORM Select-Price-In-Force
           MULTIPLY OrQuantity BY Price-In-Force
               GIVING Ext-Amount
           ADD Ext-Amount TO Order-Total
           ADD 1 TO Line-Count
           PERFORM Tax-One-Line
           IF Line-Is-Kit = "Y"
               PERFORM Explode-Kit-Line
           ELSE
               MOVE OrItemCode TO Sale-Item-Code
               MOVE OrQuantity TO Sale-Quantity
               MOVE Ext-Amount TO Sale-Amount
               PERFORM Write-Sales-Detail
               PERFORM Relieve-Stock-On-Hand
           END-IF
           IF OrLineMode = "B"
               PERFORM Fill-Backorder
           END-IF.

      ******************************************************************
      * A kit line is proved before anything prints: every component
      * has to be on the item master and the line's quantity of it
      * has to fit a sales detail quantity, otherwise the line is
      * rejected whole.  The components' list value for one kit is
      * totalled here as the basis for spreading the kit's amount.
      ******************************************************************
       Check-Kit-Components.
           MOVE "N" TO Line-Is-Kit
           MOVE ZEROS TO Kit-List-Total
           MOVE Item-Sub TO Kit-Item-Sub
           PERFORM VARYING Kit-Sub FROM 1 BY 1
               UNTIL Kit-Sub > Kit-Count
               OR RL-Reason NOT = SPACES
               IF TbKitCode(Kit-Sub) = OrItemCode
                   MOVE "Y" TO Line-Is-Kit
                   MOVE TbKitItemCode(Kit-Sub) TO Component-Code
                   PERFORM Find-Component-In-Table
                   IF Item-Found = "N"
                       MOVE "KIT COMPONENT NOT ON MASTER"
                           TO RL-Reason
                   ELSE
                       MULTIPLY OrQuantity BY TbKitQuantity(Kit-Sub)
                           GIVING Component-Qty
                           ON SIZE ERROR
                               MOVE "KIT COMPONENT QTY OVERFLOWS"
                                   TO RL-Reason
                       END-MULTIPLY
                       PERFORM Select-Price-In-Force
                       COMPUTE Kit-List-Total = Kit-List-Total
                           + Price-In-Force * TbKitQuantity(Kit-Sub)
                   END-IF
               END-IF
           END-PERFORM
           MOVE Kit-Item-Sub TO Item-Sub.

       Find-Component-In-Table.
           MOVE "N" TO Item-Found
           PERFORM VARYING Item-Sub FROM 1 BY 1
               UNTIL Item-Sub > Item-Count
               OR Item-Found = "Y"
               IF TbItemCode(Item-Sub) = Component-Code
                   MOVE "Y" TO Item-Found
               END-IF
           END-PERFORM
           IF Item-Found = "Y"
               SUBTRACT 1 FROM Item-Sub
           END-IF.

      ******************************************************************
      * Each component gets its share of the kit line's amount in
      * proportion to its list value in the kit, truncated to the
      * cent; the last component takes whatever is left, so the
      * component rows always add back to exactly what was invoiced.
      ******************************************************************
       Explode-Kit-Line.
           MOVE ZEROS TO Kit-Allocated
           MOVE ZEROS TO Kit-Components-Left
           PERFORM VARYING Kit-Sub FROM 1 BY 1
               UNTIL Kit-Sub > Kit-Count
               IF TbKitCode(Kit-Sub) = OrItemCode
                   ADD 1 TO Kit-Components-Left
               END-IF
           END-PERFORM
           PERFORM VARYING Kit-Sub FROM 1 BY 1
               UNTIL Kit-Sub > Kit-Count
               IF TbKitCode(Kit-Sub) = OrItemCode
                   PERFORM Relieve-One-Component
               END-IF
           END-PERFORM
           MOVE Kit-Item-Sub TO Item-Sub.

       Relieve-One-Component.
           MOVE TbKitItemCode(Kit-Sub) TO Component-Code
           PERFORM Find-Component-In-Table
           PERFORM Select-Price-In-Force
           SUBTRACT 1 FROM Kit-Components-Left
           EVALUATE TRUE
               WHEN Kit-Components-Left = ZEROS
                   COMPUTE Sale-Amount = Ext-Amount - Kit-Allocated
               WHEN Kit-List-Total > ZEROS
                   COMPUTE Sale-Amount = Ext-Amount * Price-In-Force
                       * TbKitQuantity(Kit-Sub) / Kit-List-Total
               WHEN OTHER
                   MOVE ZEROS TO Sale-Amount
           END-EVALUATE
           ADD Sale-Amount TO Kit-Allocated
           MOVE Component-Code TO Sale-Item-Code
           MULTIPLY OrQuantity BY TbKitQuantity(Kit-Sub)
               GIVING Sale-Quantity
           PERFORM Write-Sales-Detail
           PERFORM Relieve-Stock-On-Hand.

           MOVE Run-Date TO SdRunDate
           MOVE Last-Invoice-Num TO SdInvoiceNum
           MOVE Order-StudentId TO SdStudentId
           MOVE Sale-Item-Code TO SdItemCode
           MOVE Sale-Quantity TO SdQuantity
           MOVE Sale-Amount TO SdExtAmount
           MOVE TbItemUnitCost(Item-Sub) TO SdUnitCost
           COMPUTE SdExtCost = Sale-Quantity * TbItemUnitCost(Item-Sub)
           WRITE SalesDetailRec.

      ******************************************************************
      ******************************************************************
       Relieve-Stock-On-Hand.
           MOVE "Y" TO Stock-Changed
           IF Sale-Quantity > TbItemQtyOnHand(Item-Sub)
               MOVE ZEROS TO TbItemQtyOnHand(Item-Sub)
               MOVE SPACES TO Reject-Line
               MOVE "LINE OVERSELLS QTY ON HAND" TO RL-Reason
               MOVE Order-StudentId TO RL-StudentId
               MOVE Sale-Item-Code TO RL-ItemCode
               MOVE Sale-Quantity TO RL-Quantity
               WRITE RejectListLine FROM Reject-Line
               ADD 1 TO Lines-Oversold
           ELSE
               SUBTRACT Sale-Quantity
                   FROM TbItemQtyOnHand(Item-Sub)
           END-IF.

               MOVE OrQuantity TO RL-Quantity
           END-IF
           WRITE RejectListLine FROM Reject-Line
           ADD 1 TO Lines-Rejected
           IF OrRecType = "D" AND OrLineMode = "B"
               PERFORM Reopen-Backorder
           END-IF.

      ******************************************************************
      * A released backorder line that is rejected - header on hold
      * or failing its check, item gone inactive - is cleared off
      * SHOPORD.DAT with the rest of the run, so its backorder goes
      * back to open.  Left released, StockReceipt would go on
      * holding the goods for it and never offer them again.
      ******************************************************************
       Reopen-Backorder.
           MOVE "N" TO Bo-Found
           PERFORM VARYING Bo-Sub FROM 1 BY 1
               UNTIL Bo-Sub > Bo-Count
               OR Bo-Found = "Y"
               IF TbBoNumber(Bo-Sub) = OrBackorderNum
                   AND TbBoStatus(Bo-Sub) = "R"
                   MOVE "Y" TO Bo-Found
               END-IF
           END-PERFORM
           IF Bo-Found = "N"
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM Bo-Sub
           MOVE "O" TO TbBoStatus(Bo-Sub)
           MOVE SPACES TO TbBoReleaseDate(Bo-Sub)
           MOVE "Y" TO Backorder-Changed
           ADD 1 TO Backorders-Reopened.

      ******************************************************************
      * Finish the order in progress: print its total, record it on
       Close-Current-Order.
           IF Order-Open = "Y" AND Order-Valid = "Y"
               COMPUTE Order-Grand = Order-Total + Order-Tax
               PERFORM Split-Order-With-Sponsor
               PERFORM Print-Order-Total
               PERFORM Write-Register-Record
               PERFORM Post-Charge-To-Account
               WRITE InvoiceLine FROM Tax-Line
           END-IF
           MOVE Order-Grand TO TL-OrderTotal
           WRITE InvoiceLine FROM Total-Line
           IF Sponsor-Share > ZEROS
               MOVE Order-Sponsor-Code TO SS-SponsorCode
               MOVE Sponsor-Share TO SS-SponsorAmount
               WRITE InvoiceLine FROM Sponsor-Share-Line
               MOVE Student-Share TO SD-StudentAmount
               WRITE InvoiceLine FROM Student-Share-Line
           END-IF.

       Write-Register-Record.
           MOVE SPACES TO RegisterRec
           MOVE Order-StudentId TO RgStudentId
           MOVE Order-Grand TO RgOrderTotal
           MOVE Order-Tax TO RgTaxAmount
           MOVE Order-Sponsor-Code TO RgSponsorCode
           MOVE Sponsor-Share TO RgSponsorAmount
           WRITE RegisterRec
           ADD Order-Grand TO Register-Total
           ADD Order-Tax TO Register-Tax-Total
           ADD Sponsor-Share TO Register-Sponsor-Total.

       Post-Charge-To-Account.
           EVALUATE TRUE
                       Edited-Total
                       " EXCEEDS THE CHARGE AMOUNT FIELD"
                   MOVE 8 TO RETURN-CODE
               WHEN Student-Share = ZEROS
                   PERFORM Write-Sponsor-Charge
                   DISPLAY "NO CHARGE POSTED FOR INVOICE "
                       Last-Invoice-Num " - SPONSOR "
                       Order-Sponsor-Code " PAYS THE WHOLE ORDER"
               WHEN OTHER
                   IF Sponsor-Share > ZEROS
                       PERFORM Write-Sponsor-Charge
                   END-IF
                   MOVE SPACES TO ChargeRec
                   MOVE Order-StudentId TO StudentId OF ChargeRec
                   MOVE Student-Share TO ShopTotal OF ChargeRec
                   MOVE ZEROS TO CreditLimit OF ChargeRec
                   WRITE ChargeRec
                   ADD 1 TO Charges-Posted
                   MOVE SPACES TO ActivityLogRec
                   MOVE "INV" TO OlTransType
                   MOVE Order-StudentId TO OlStudentId
                   MOVE Student-Share TO OlAmount
                   PERFORM Write-Activity-Log
                   PERFORM Write-Charge-Memo
           END-EVALUATE.

      ******************************************************************
      * The sponsor pays its percentage of the whole order (tax
      * included; zero percent means all of it), held to whatever is
      * left of its cap for the term when a cap is set, and the
      * student is charged the rest.  No sponsorship, no split.
      ******************************************************************
       Split-Order-With-Sponsor.
           MOVE ZEROS TO Sponsor-Share
           MOVE Order-Grand TO Student-Share
           MOVE SPACES TO Order-Sponsor-Code
           MOVE "N" TO Ship-Found
           PERFORM VARYING Ship-Sub FROM 1 BY 1
               UNTIL Ship-Sub > Ship-Count
               OR Ship-Found = "Y"
               IF TbSsStudentId(Ship-Sub) = Order-StudentId
                   MOVE "Y" TO Ship-Found
               END-IF
           END-PERFORM
           IF Ship-Found = "N" OR Order-Grand = ZEROS
               OR Order-Grand > 99999.99
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM Ship-Sub
           IF TbSsPercent(Ship-Sub) = ZEROS
               OR TbSsPercent(Ship-Sub) > 100
               MOVE Order-Grand TO Sponsor-Share
           ELSE
               COMPUTE Sponsor-Share ROUNDED =
                   Order-Grand * TbSsPercent(Ship-Sub) / 100
           END-IF
           IF TbSsCapAmount(Ship-Sub) > ZEROS
               IF TbSsUsedAmount(Ship-Sub)
                   NOT < TbSsCapAmount(Ship-Sub)
                   MOVE ZEROS TO Cap-Remaining
               ELSE
                   COMPUTE Cap-Remaining =
                       TbSsCapAmount(Ship-Sub)
                       - TbSsUsedAmount(Ship-Sub)
               END-IF
               IF Sponsor-Share > Cap-Remaining
                   MOVE Cap-Remaining TO Sponsor-Share
               END-IF
           END-IF
           IF Sponsor-Share > ZEROS
               MOVE TbSsSponsorCode(Ship-Sub) TO Order-Sponsor-Code
               ADD Sponsor-Share TO TbSsUsedAmount(Ship-Sub)
           END-IF
           COMPUTE Student-Share = Order-Grand - Sponsor-Share.

      ******************************************************************
      * The sponsor's share is its own receivable on SPONSAR.DAT,
      * billed to the sponsor by SponsorStatement - it never touches
      * the student's ShopTotal.
      ******************************************************************
       Write-Sponsor-Charge.
           OPEN EXTEND SponsorChargeFile
           IF SponsorChg-Status = "35"
               OPEN OUTPUT SponsorChargeFile
           END-IF
           MOVE SPACES TO SponsorChargeRec
           MOVE Order-Sponsor-Code TO SaSponsorCode
           MOVE Order-StudentId TO SaStudentId
           MOVE Last-Invoice-Num TO SaInvoiceNum
           MOVE Run-Date TO SaDate
           MOVE Order-Grand TO SaOrderTotal
           MOVE Sponsor-Share TO SaSponsorAmount
           WRITE SponsorChargeRec
           CLOSE SponsorChargeFile
           ADD 1 TO Sponsor-Items
           MOVE SPACES TO ActivityLogRec
           MOVE "SPN" TO OlTransType
           MOVE Order-StudentId TO OlStudentId
           MOVE Sponsor-Share TO OlAmount
           PERFORM Write-Activity-Log.

      ******************************************************************
      * MEMO.DAT carries the day's unposted activity for
      * BalanceInquiry's overlay; the nightly batch retires it once
           MOVE Order-StudentId TO MmStudentId
           MOVE Run-Date TO MmDate
           MOVE "CHG" TO MmTransType
           MOVE Student-Share TO MmAmount
           WRITE MemoRec
           CLOSE MemoFile.

               MOVE TbItemQtyOnHand(Item-Sub) TO ItemQtyOnHand
               MOVE TbItemReorderPoint(Item-Sub) TO ItemReorderPoint
               MOVE TbItemTaxableFlag(Item-Sub) TO ItemTaxableFlag
               MOVE TbItemVendorCode(Item-Sub) TO ItemVendorCode
               MOVE TbItemUnitCost(Item-Sub) TO ItemUnitCost
               WRITE ItemMasterRec
           END-PERFORM
           CLOSE ItemMasterFile.
           MOVE Orders-Invoiced TO RT-Count
           MOVE Register-Total TO RT-Total
           MOVE Register-Tax-Total TO RT-Tax
           MOVE Register-Sponsor-Total TO RT-Sponsor
           WRITE RegisterReportLine FROM Register-Total-Line
           CLOSE RegisterReportFile.

           MOVE RgStudentId TO RD-StudentId
           MOVE RgOrderTotal TO RD-OrderTotal
           MOVE RgTaxAmount TO RD-TaxAmount
           IF RgSponsorAmount IS NUMERIC
               MOVE RgSponsorAmount TO RD-SponsorAmount
           END-IF
           WRITE RegisterReportLine FROM Register-Detail-Line.
      ******************************************************************
      * The nightly batch holds SYSLOCK.CTL from before its first
