      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor review and posting of a physical
      *          inventory.  Prints the variance report (INVVAR.RPT)
      *          from the INVCOUNT.DAT counts CountEntry keyed: book
      *          units frozen when the sheets were run, counted units,
      *          the unit variance and its dollar value at the item's
      *          ItemUnitPrice, with shrinkage and overage totaled
      *          separately.  Once the supervisor accepts the count,
      *          each variance is posted to ITEMMAST.DAT as an
      *          adjustment journaled to ITEMJRN.DAT under its own
      *          COUNTADJ field name - so shrinkage shows up as
      *          shrinkage instead of being buried in stock receipts
      *          - and the count is rolled onto the cumulative
      *          INVCNTPD.DAT history and INVCOUNT.DAT emptied.  A
      *          declined review posts nothing and leaves the count
      *          in place for recounts.  Only a supervisor-level
      *          operator (OPERATOR.DAT level S) can sign on.
      * Tectonics: cobc -I copybooks
      *
      * Modification history:
      *   - The item table carries the item's unit cost through to
      *     the rewrite of ITEMMAST.DAT, so posting a count no longer
      *     drops it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CountPost.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ItemMasterFile ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Item-Status.

           SELECT ItemJournalFile ASSIGN TO "ITEMJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Journal-Status.

           SELECT CountFile ASSIGN TO "INVCOUNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Count-Status.

           SELECT CountHistoryFile ASSIGN TO "INVCNTPD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS History-Status.

           SELECT ReportFile ASSIGN TO "INVVAR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  ItemMasterFile.
       01  ItemMasterRec.
           COPY ShopItem.

       FD  ItemJournalFile.
       01  ItemJournalRec.
           COPY ItemJournal.

       FD  CountFile.
       01  CountRec.
           COPY InventoryCount.

       FD  CountHistoryFile.
       01  CountHistoryRec.
           COPY InventoryCount.

       FD  ReportFile.
       01  ReportLine              PIC X(80).

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
       01  Item-Status          PIC XX.
       01  Journal-Status       PIC XX.
       01  Count-Status         PIC XX.
       01  History-Status       PIC XX.
       01  RunCtl-Status        PIC XX.

       01  Operator-Status      PIC XX.
       01  ActLog-Status        PIC XX.
       01  Operator-EOF         PIC X.
       01  Operator-Found       PIC X.
       01  Operator-Id          PIC X(4).
       01  Operator-Level       PIC X.
       01  Item-EOF             PIC X VALUE "N".
       01  Count-EOF            PIC X VALUE "N".
       01  Run-Date             PIC X(8).
       01  Current-DateTime     PIC X(21).
       01  Confirm-Code         PIC X.
       01  Jrn-Qty-Text         PIC ZZZZ9.
       01  Variance-Units       PIC S9(5).
       01  Variance-Dollars     PIC S9(7)V99.
       01  Adjusted-Qty         PIC S9(6).
       01  Items-Counted        PIC 9(5) VALUE ZEROS.
       01  Items-Uncounted      PIC 9(5) VALUE ZEROS.
       01  Items-Varying        PIC 9(5) VALUE ZEROS.
       01  Items-Adjusted       PIC 9(5) VALUE ZEROS.
       01  Shrink-Units         PIC 9(7) VALUE ZEROS.
       01  Shrink-Dollars       PIC 9(7)V99 VALUE ZEROS.
       01  Overage-Units        PIC 9(7) VALUE ZEROS.
       01  Overage-Dollars      PIC 9(7)V99 VALUE ZEROS.
       01  Net-Dollars          PIC S9(7)V99 VALUE ZEROS.

      * ITEMMAST.DAT held in memory for the session and rewritten
      * once at the end, the same table shape ItemMaint maintains.
       01  Item-Limit           PIC 9(3) VALUE 500.
       01  Item-Count           PIC 9(3) VALUE ZEROS.
       01  Item-Sub             PIC 9(3).
       01  Item-Found           PIC X.
       01  Item-Table.
           05  Item-Entry OCCURS 500 TIMES.
               10  TbItemCode          PIC X(5).
               10  TbItemDescription   PIC X(20).
               10  TbItemUnitPrice     PIC 9(3)V99.
               10  TbItemActiveFlag    PIC X.
               10  TbItemNewPrice      PIC 9(3)V99.
               10  TbItemPriceEffDate  PIC X(8).
               10  TbItemQtyOnHand     PIC 9(5).
               10  TbItemReorderPoint  PIC 9(5).
               10  TbItemTaxableFlag   PIC X.
               10  TbItemVendorCode    PIC X(5).
               10  TbItemUnitCost      PIC 9(3)V99.

      * INVCOUNT.DAT held in memory: reported first, then posted
      * from the same table once the count is accepted.
       01  Count-Limit          PIC 9(3) VALUE 500.
       01  Count-Count          PIC 9(3) VALUE ZEROS.
       01  Count-Sub            PIC 9(3).
       01  Count-Table.
           05  Count-Entry OCCURS 500 TIMES.
               10  TbCount             PIC X(56).

       01  Report-Heading       PIC X(80)
           VALUE "PHYSICAL INVENTORY VARIANCE REPORT".

       01  Date-Line.
           05  FILLER              PIC X(15)
               VALUE "SHEETS RUN ON: ".
           05  DT-SheetDate        PIC X(8).
           05  FILLER              PIC X(16)
               VALUE "   REVIEWED ON: ".
           05  DT-RunDate          PIC X(8).

       01  Column-Heading.
           05  FILLER              PIC X(35) VALUE
               "ITEM   DESCRIPTION           BOOK  ".
           05  FILLER              PIC X(45) VALUE
               "COUNT  UNITS   PRICE      DOLLARS".

       01  Detail-Line.
           05  VD-ItemCode         PIC X(5).
           05  FILLER              PIC X(2).
           05  VD-Description      PIC X(20).
           05  FILLER              PIC X(1).
           05  VD-Book             PIC ZZZZ9.
           05  FILLER              PIC X(2).
           05  VD-Counted          PIC ZZZZ9.
           05  FILLER              PIC X(2).
           05  VD-Variance         PIC -----9.
           05  FILLER              PIC X(2).
           05  VD-Price            PIC ZZ9.99.
           05  FILLER              PIC X(2).
           05  VD-Dollars          PIC ---,--9.99.

       01  Uncounted-Line.
           05  UL-ItemCode         PIC X(5).
           05  FILLER              PIC X(2).
           05  UL-Description      PIC X(20).
           05  FILLER              PIC X(1).
           05  UL-Book             PIC ZZZZ9.
           05  FILLER              PIC X(4).
           05  FILLER              PIC X(30)
               VALUE "NOT COUNTED - NOT ADJUSTED".

       01  Total-Line.
           05  TL-Label            PIC X(34).
           05  TL-Units            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(4).
           05  TL-Dollars          PIC ----,--9.99.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Check-System-Lock
           PERFORM Read-Run-Control
           PERFORM Sign-On-Operator
           PERFORM Load-Count-Table
           PERFORM Load-Item-Table

           PERFORM Write-Variance-Report

           DISPLAY "ITEMS COUNTED:       " Items-Counted
           DISPLAY "ITEMS NOT COUNTED:   " Items-Uncounted
           DISPLAY "ITEMS WITH VARIANCE: " Items-Varying
           DISPLAY "VARIANCE REPORT WRITTEN TO INVVAR.RPT"
           DISPLAY " "
           DISPLAY "ACCEPT THE COUNT AND POST THE ADJUSTMENTS "
               "(Y TO CONFIRM): "
           MOVE SPACES TO Confirm-Code
           ACCEPT Confirm-Code
           IF Confirm-Code NOT = "Y" AND Confirm-Code NOT = "y"
               DISPLAY "COUNT NOT POSTED - LEFT ON INVCOUNT.DAT FOR "
                   "RECOUNTS"
               STOP RUN
           END-IF

           PERFORM VARYING Count-Sub FROM 1 BY 1
               UNTIL Count-Sub > Count-Count
               PERFORM Post-One-Count
           END-PERFORM
           IF Items-Adjusted > ZEROS
               PERFORM Rewrite-Item-Master
           END-IF
           PERFORM Roll-Count-To-History

           MOVE SPACES TO ActivityLogRec
           MOVE "PCP" TO OlTransType
           MOVE ZEROS TO OlStudentId
           MOVE ZEROS TO OlAmount
           PERFORM Write-Activity-Log

           DISPLAY "ITEMS ADJUSTED: " Items-Adjusted
           DISPLAY "COUNT POSTED AND ROLLED TO INVCNTPD.DAT"
           STOP RUN.

      ******************************************************************
      * Every session starts with an operator sign-on against
      * OPERATOR.DAT; an unknown ID ends the session before a
      * keystroke is accepted, and accepting a count changes the
      * books, so only a supervisor may sign on here.
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

       Load-Count-Table.
           OPEN INPUT CountFile
           IF Count-Status NOT = "00"
               DISPLAY "ABORTED - NO COUNT IN PROGRESS, INVCOUNT.DAT "
                   "STATUS " Count-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL Count-EOF = "Y"
               READ CountFile
                   AT END
                       MOVE "Y" TO Count-EOF
                   NOT AT END
                       IF Count-Count >= Count-Limit
                           DISPLAY "ABORTED - INVCOUNT.DAT EXCEEDS "
                               Count-Limit " ITEMS - RAISE THE "
                               "TABLE LIMIT"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO Count-Count
                       MOVE CountRec TO TbCount(Count-Count)
               END-READ
           END-PERFORM
           CLOSE CountFile
           IF Count-Count = ZEROS
               DISPLAY "ABORTED - INVCOUNT.DAT IS EMPTY - NO COUNT "
                   "IN PROGRESS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       Load-Item-Table.
           OPEN INPUT ItemMasterFile
           IF Item-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN ITEMMAST.DAT, STATUS "
                   Item-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
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
           MOVE ItemCode TO TbItemCode(Item-Count)
           MOVE ItemDescription TO TbItemDescription(Item-Count)
           MOVE ItemUnitPrice TO TbItemUnitPrice(Item-Count)
           MOVE ItemActiveFlag TO TbItemActiveFlag(Item-Count)
      * Records written before the layout gained these fields read
      * them back as spaces - normalized to zero here so the
      * arithmetic against them never runs on blanks.
           IF ItemNewPrice IS NUMERIC
               MOVE ItemNewPrice TO TbItemNewPrice(Item-Count)
           ELSE
               MOVE ZEROS TO TbItemNewPrice(Item-Count)
           END-IF
           MOVE ItemPriceEffDate TO TbItemPriceEffDate(Item-Count)
           IF ItemQtyOnHand IS NUMERIC
               MOVE ItemQtyOnHand TO TbItemQtyOnHand(Item-Count)
           ELSE
               MOVE ZEROS TO TbItemQtyOnHand(Item-Count)
           END-IF
           IF ItemReorderPoint IS NUMERIC
               MOVE ItemReorderPoint
                   TO TbItemReorderPoint(Item-Count)
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

       Find-Count-Item.
           MOVE "N" TO Item-Found
           PERFORM VARYING Item-Sub FROM 1 BY 1
               UNTIL Item-Sub > Item-Count
               OR Item-Found = "Y"
               IF TbItemCode(Item-Sub) = IcItemCode OF CountRec
                   MOVE "Y" TO Item-Found
               END-IF
           END-PERFORM
           IF Item-Found = "Y"
               SUBTRACT 1 FROM Item-Sub
           END-IF.

      ******************************************************************
      * Variance is counted minus book: negative is shrinkage (fewer
      * on the shelf than the books say), positive is overage.  The
      * dollars are valued at the standing ItemUnitPrice.
      ******************************************************************
       Write-Variance-Report.
           OPEN OUTPUT ReportFile
           WRITE ReportLine FROM Report-Heading
           MOVE TbCount(1) TO CountRec
           MOVE IcSheetDate OF CountRec TO DT-SheetDate
           MOVE Run-Date TO DT-RunDate
           WRITE ReportLine FROM Date-Line
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM Column-Heading
           PERFORM VARYING Count-Sub FROM 1 BY 1
               UNTIL Count-Sub > Count-Count
               PERFORM Report-One-Count
           END-PERFORM

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO Total-Line
           MOVE "SHRINKAGE (SHORT ON THE SHELF)" TO TL-Label
           MOVE Shrink-Units TO TL-Units
           COMPUTE Net-Dollars = ZEROS - Shrink-Dollars
           MOVE Net-Dollars TO TL-Dollars
           WRITE ReportLine FROM Total-Line
           MOVE SPACES TO Total-Line
           MOVE "OVERAGE (OVER ON THE SHELF)" TO TL-Label
           MOVE Overage-Units TO TL-Units
           MOVE Overage-Dollars TO TL-Dollars
           WRITE ReportLine FROM Total-Line
           MOVE SPACES TO Total-Line
           MOVE "NET INVENTORY VARIANCE" TO TL-Label
           COMPUTE Net-Dollars = Overage-Dollars - Shrink-Dollars
           MOVE Net-Dollars TO TL-Dollars
           WRITE ReportLine FROM Total-Line
           MOVE SPACES TO Total-Line
           MOVE "ITEMS NOT COUNTED" TO TL-Label
           MOVE Items-Uncounted TO TL-Units
           MOVE ZEROS TO TL-Dollars
           WRITE ReportLine FROM Total-Line
           CLOSE ReportFile.

       Report-One-Count.
           MOVE TbCount(Count-Sub) TO CountRec
           IF IcCountedFlag OF CountRec NOT = "Y"
               ADD 1 TO Items-Uncounted
               MOVE SPACES TO Uncounted-Line
               MOVE IcItemCode OF CountRec TO UL-ItemCode
               MOVE IcDescription OF CountRec TO UL-Description
               MOVE IcBookQty OF CountRec TO UL-Book
               WRITE ReportLine FROM Uncounted-Line
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Items-Counted
           PERFORM Find-Count-Item
           COMPUTE Variance-Units = IcCountedQty OF CountRec
               - IcBookQty OF CountRec
           MOVE SPACES TO Detail-Line
           MOVE IcItemCode OF CountRec TO VD-ItemCode
           MOVE IcDescription OF CountRec TO VD-Description
           MOVE IcBookQty OF CountRec TO VD-Book
           MOVE IcCountedQty OF CountRec TO VD-Counted
           MOVE Variance-Units TO VD-Variance
           IF Item-Found = "Y"
               MOVE TbItemUnitPrice(Item-Sub) TO VD-Price
               COMPUTE Variance-Dollars =
                   Variance-Units * TbItemUnitPrice(Item-Sub)
           ELSE
               MOVE ZEROS TO VD-Price
               MOVE ZEROS TO Variance-Dollars
           END-IF
           MOVE Variance-Dollars TO VD-Dollars
           WRITE ReportLine FROM Detail-Line
           IF Variance-Units < ZEROS
               ADD 1 TO Items-Varying
               SUBTRACT Variance-Units FROM Shrink-Units
               SUBTRACT Variance-Dollars FROM Shrink-Dollars
           END-IF
           IF Variance-Units > ZEROS
               ADD 1 TO Items-Varying
               ADD Variance-Units TO Overage-Units
               ADD Variance-Dollars TO Overage-Dollars
           END-IF.

      ******************************************************************
      * The variance is applied to today's on-hand rather than
      * replacing it with the count, so sales and receipts booked
      * between the sheets being run and the count being accepted
      * are not thrown away.  The on-hand floor is zero, the same
      * floor Invoice keeps.
      ******************************************************************
       Post-One-Count.
           MOVE TbCount(Count-Sub) TO CountRec
           IF IcCountedFlag OF CountRec NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           COMPUTE Variance-Units = IcCountedQty OF CountRec
               - IcBookQty OF CountRec
           IF Variance-Units = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Count-Item
           IF Item-Found = "N"
               DISPLAY "ITEM " IcItemCode OF CountRec
                   " NO LONGER ON ITEMMAST.DAT - NOT ADJUSTED"
               EXIT PARAGRAPH
           END-IF
           COMPUTE Adjusted-Qty =
               TbItemQtyOnHand(Item-Sub) + Variance-Units
           IF Adjusted-Qty < ZEROS
               MOVE ZEROS TO Adjusted-Qty
           END-IF
           MOVE SPACES TO ItemJournalRec
           MOVE TbItemCode(Item-Sub) TO IjItemCode
           MOVE "COUNTADJ" TO IjFieldName
           MOVE TbItemQtyOnHand(Item-Sub) TO Jrn-Qty-Text
           MOVE Jrn-Qty-Text TO IjBeforeImage
           MOVE Adjusted-Qty TO TbItemQtyOnHand(Item-Sub)
           MOVE TbItemQtyOnHand(Item-Sub) TO Jrn-Qty-Text
           MOVE Jrn-Qty-Text TO IjAfterImage
           PERFORM Write-Item-Journal
           ADD 1 TO Items-Adjusted.

      ******************************************************************
      * ITEMJRN.DAT is the cumulative item change journal - always
      * EXTEND, never restarted, so evidence accumulates across
      * sessions.
      ******************************************************************
       Write-Item-Journal.
           OPEN EXTEND ItemJournalFile
           IF Journal-Status = "35"
               OPEN OUTPUT ItemJournalFile
           END-IF
           MOVE Run-Date TO IjChangeDate
           WRITE ItemJournalRec
           CLOSE ItemJournalFile.

      ******************************************************************
      * The accepted count is kept on the cumulative INVCNTPD.DAT
      * with its post date, and INVCOUNT.DAT is emptied so the next
      * CountSheet run can start a fresh count.
      ******************************************************************
       Roll-Count-To-History.
           OPEN EXTEND CountHistoryFile
           IF History-Status = "35"
               OPEN OUTPUT CountHistoryFile
           END-IF
           IF History-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN INVCNTPD.DAT, STATUS "
                   History-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING Count-Sub FROM 1 BY 1
               UNTIL Count-Sub > Count-Count
               MOVE TbCount(Count-Sub) TO CountHistoryRec
               MOVE Run-Date TO IcPostDate OF CountHistoryRec
               WRITE CountHistoryRec
           END-PERFORM
           CLOSE CountHistoryFile
           OPEN OUTPUT CountFile
           CLOSE CountFile.

       Rewrite-Item-Master.
           OPEN OUTPUT ItemMasterFile
           PERFORM VARYING Item-Sub FROM 1 BY 1
               UNTIL Item-Sub > Item-Count
               MOVE TbItemCode(Item-Sub) TO ItemCode
               MOVE TbItemDescription(Item-Sub) TO ItemDescription
               MOVE TbItemUnitPrice(Item-Sub) TO ItemUnitPrice
               MOVE TbItemActiveFlag(Item-Sub) TO ItemActiveFlag
               MOVE TbItemNewPrice(Item-Sub) TO ItemNewPrice
               MOVE TbItemPriceEffDate(Item-Sub) TO ItemPriceEffDate
               MOVE TbItemQtyOnHand(Item-Sub) TO ItemQtyOnHand
               MOVE TbItemReorderPoint(Item-Sub) TO ItemReorderPoint
               MOVE TbItemTaxableFlag(Item-Sub) TO ItemTaxableFlag
               MOVE TbItemVendorCode(Item-Sub) TO ItemVendorCode
               MOVE TbItemUnitCost(Item-Sub) TO ItemUnitCost
               WRITE ItemMasterRec
           END-PERFORM
           CLOSE ItemMasterFile.
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
