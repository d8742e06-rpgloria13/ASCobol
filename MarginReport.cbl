      ******************************************************************
      * Author:
      * Date:
      * Purpose: Gross-margin report over the cumulative sales detail
      *          file (SALESDTL.DAT).  The operator keys a from/to
      *          business-date range; MARGIN.RPT sets each item's
      *          sales dollars against the cost Invoice carried onto
      *          the detail lines (the item's weighted-average unit
      *          cost at the time of sale) and shows the margin in
      *          dollars and as a percent of sales, then the same by
      *          the student's ShopClass, resolved against
      *          STUDENTS.DAT the way SalesAnalysis does it - the
      *          figures behind next year's price list.  Lines sold
      *          with no cost on file (history from before costs were
      *          carried, or an item never received with a cost) are
      *          counted at the foot so an inflated margin is not
      *          taken at face value.  Machine time MachineBilling
      *          puts on the file has no material cost; it is kept
      *          out of the margins and shown on its own foot line.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MarginReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SalesDetailFile ASSIGN TO "SALESDTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sales-Status.

           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Student-Status.

           SELECT ItemMasterFile ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Item-Status.

           SELECT ExtractFile ASSIGN TO "MARGIN.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SortWorkFile ASSIGN TO "MARGIN.SRT".

           SELECT ReportFile ASSIGN TO "MARGIN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SalesDetailFile.
       01  SalesDetailRec.
           COPY SalesDetail.

       FD  StudentFile.
       01  StudentRec.
           COPY StudentMaster.

       FD  ItemMasterFile.
       01  ItemMasterRec.
           COPY ShopItem.

       FD  ExtractFile.
       01  ExtractRec.
           COPY SalesDetail.

       SD  SortWorkFile.
       01  SortWorkRec.
           COPY SalesDetail.

       FD  ReportFile.
       01  ReportLine              PIC X(80).

       WORKING-STORAGE SECTION.
       01  Sales-Status         PIC XX.
       01  Student-Status       PIC XX.
       01  Item-Status          PIC XX.
       01  Sales-EOF            PIC X VALUE "N".
       01  Student-EOF          PIC X VALUE "N".
       01  Item-EOF             PIC X VALUE "N".
       01  Extract-EOF          PIC X VALUE "N".
       01  From-Date            PIC 9(8).
       01  To-Date              PIC 9(8).
       01  Lines-Selected       PIC 9(7) VALUE ZEROS.
       01  Lines-Uncosted       PIC 9(7) VALUE ZEROS.
       01  Machine-Lines        PIC 9(7) VALUE ZEROS.
       01  Machine-Sales        PIC 9(9)V99 VALUE ZEROS.
       01  Grand-Sales          PIC 9(9)V99 VALUE ZEROS.
       01  Grand-Cost           PIC 9(9)V99 VALUE ZEROS.
       01  Margin-Work          PIC S9(9)V99.
       01  Pct-Work             PIC S9(5)V9.

       01  Curr-Extract.
           COPY SalesDetail.

      * Item accumulators, one row per item code seen in the range;
      * descriptions come from ITEMMAST.DAT when it is available.
       01  Item-Limit           PIC 9(3) VALUE 500.
       01  Item-Count           PIC 9(3) VALUE ZEROS.
       01  Item-Sub             PIC 9(3).
       01  Item-Found           PIC X.
       01  Item-Table.
           05  Item-Entry OCCURS 500 TIMES.
               10  TbItemCode          PIC X(5).
               10  TbItemDescription   PIC X(20).
               10  TbItemSales         PIC 9(7)V99.
               10  TbItemCost          PIC 9(7)V99.

      * ShopClass accumulators; class "***" collects sales whose
      * student no longer appears on the master.
       01  Class-Limit          PIC 9(3) VALUE 100.
       01  Class-Count          PIC 9(3) VALUE ZEROS.
       01  Class-Sub            PIC 9(3).
       01  Class-Found          PIC X.
       01  Resolved-Class       PIC X(3).
       01  Class-Table.
           05  Class-Entry OCCURS 100 TIMES.
               10  TbClassCode         PIC X(3).
               10  TbClassSales        PIC 9(7)V99.
               10  TbClassCost         PIC 9(7)V99.

       01  Report-Heading       PIC X(80)
           VALUE "GROSS MARGIN BY ITEM AND SHOP CLASS".

       01  Range-Line.
           05  FILLER              PIC X(6) VALUE "FROM: ".
           05  RG-From             PIC 9(8).
           05  FILLER              PIC X(6) VALUE "  TO: ".
           05  RG-To               PIC 9(8).

       01  Item-Section-Heading.
           05  FILLER              PIC X(40) VALUE
               "ITEM   DESCRIPTION               SALES  ".
           05  FILLER              PIC X(40) VALUE
               "       COST       MARGIN    PCT".

       01  Item-Detail-Line.
           05  ID-ItemCode         PIC X(5).
           05  FILLER              PIC X(2).
           05  ID-Description      PIC X(20).
           05  FILLER              PIC X(1).
           05  ID-Sales            PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1).
           05  ID-Cost             PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1).
           05  ID-Margin           PIC -,---,--9.99.
           05  FILLER              PIC X(1).
           05  ID-Percent          PIC ---9.9.

       01  Class-Section-Heading.
           05  FILLER              PIC X(40) VALUE
               "CLASS                            SALES  ".
           05  FILLER              PIC X(40) VALUE
               "       COST       MARGIN    PCT".

       01  Class-Detail-Line.
           05  CD-ClassCode        PIC X(3).
           05  FILLER              PIC X(25).
           05  CD-Sales            PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1).
           05  CD-Cost             PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1).
           05  CD-Margin           PIC -,---,--9.99.
           05  FILLER              PIC X(1).
           05  CD-Percent          PIC ---9.9.

       01  Grand-Total-Line.
           05  FILLER              PIC X(28)
               VALUE "TOTAL IN RANGE".
           05  GT-Sales            PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  GT-Cost             PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  GT-Margin           PIC -,---,--9.99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  GT-Percent          PIC ---9.9.

       01  Uncosted-Line.
           05  FILLER              PIC X(32)
               VALUE "SALES LINES WITH NO COST ON FILE".
           05  FILLER              PIC X(2) VALUE ": ".
           05  UL-Count            PIC ZZZ,ZZ9.

       01  Machine-Time-Line.
           05  FILLER              PIC X(32)
               VALUE "MACHINE TIME, NO MATERIAL COST".
           05  FILLER              PIC X(2) VALUE ": ".
           05  MT-Count            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(9) VALUE " SESSIONS".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  MT-Sales            PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Begin.
           DISPLAY "FROM DATE CCYYMMDD: "
           ACCEPT From-Date
           DISPLAY "TO DATE CCYYMMDD: "
           ACCEPT To-Date
           IF To-Date < From-Date
               DISPLAY "ABORTED - TO DATE PRECEDES FROM DATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Load-Item-Descriptions
           PERFORM Extract-Range-Details
           IF Lines-Selected = ZEROS AND Machine-Lines = ZEROS
               DISPLAY "NO SALES DETAIL IN THE DATE RANGE"
               STOP RUN
           END-IF
           PERFORM Sort-Extract-By-Student
           PERFORM Accumulate-By-Class
           PERFORM Write-Margin-Report

           DISPLAY "SALES LINES ANALYZED: " Lines-Selected
           DISPLAY "LINES WITH NO COST:   " Lines-Uncosted
           DISPLAY "MACHINE-TIME LINES:   " Machine-Lines
           DISPLAY "REPORT WRITTEN TO MARGIN.RPT"
           STOP RUN.

      ******************************************************************
      * The item master only supplies descriptions for the report;
      * a missing master just means items print by code alone.
      ******************************************************************
       Load-Item-Descriptions.
           OPEN INPUT ItemMasterFile
           IF Item-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Item-EOF = "Y"
               READ ItemMasterFile
                   AT END
                       MOVE "Y" TO Item-EOF
                   NOT AT END
                       PERFORM Store-One-Description
               END-READ
           END-PERFORM
           CLOSE ItemMasterFile.

       Store-One-Description.
           IF Item-Count < Item-Limit
               ADD 1 TO Item-Count
               MOVE ItemCode TO TbItemCode(Item-Count)
               MOVE ItemDescription
                   TO TbItemDescription(Item-Count)
               MOVE ZEROS TO TbItemSales(Item-Count)
               MOVE ZEROS TO TbItemCost(Item-Count)
           END-IF.

      ******************************************************************
      * One pass of the cumulative detail file selects the range and
      * accumulates the by-item figures; the selected records are
      * also extracted for the by-class pass, which needs them in
      * student order.
      ******************************************************************
       Extract-Range-Details.
           OPEN INPUT SalesDetailFile
           IF Sales-Status = "35"
               DISPLAY "NO SALES DETAIL YET - SALESDTL.DAT NOT FOUND"
               STOP RUN
           END-IF
           IF Sales-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN SALESDTL.DAT, STATUS "
                   Sales-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ExtractFile
           PERFORM UNTIL Sales-EOF = "Y"
               READ SalesDetailFile
                   AT END
                       MOVE "Y" TO Sales-EOF
                   NOT AT END
                       PERFORM Select-One-Detail
               END-READ
           END-PERFORM
           CLOSE SalesDetailFile
           CLOSE ExtractFile.

      * Detail written before cost was carried reads the cost fields
      * back as spaces; they are normalized to zero on the extract.
      * Machine-time rows (invoice zero, from MachineBilling) carry
      * no material cost by design - they are totalled apart at the
      * foot instead of passing as uncosted lines at full margin.
       Select-One-Detail.
           IF SdRunDate OF SalesDetailRec IS NUMERIC
               AND SdRunDate OF SalesDetailRec NOT < From-Date
               AND SdRunDate OF SalesDetailRec NOT > To-Date
               IF SdInvoiceNum OF SalesDetailRec = ZEROS
                   ADD 1 TO Machine-Lines
                   ADD SdExtAmount OF SalesDetailRec TO Machine-Sales
                   EXIT PARAGRAPH
               END-IF
               IF SdExtCost OF SalesDetailRec IS NOT NUMERIC
                   MOVE ZEROS TO SdUnitCost OF SalesDetailRec
                   MOVE ZEROS TO SdExtCost OF SalesDetailRec
               END-IF
               IF SdExtCost OF SalesDetailRec = ZEROS
                   ADD 1 TO Lines-Uncosted
               END-IF
               MOVE SalesDetailRec TO ExtractRec
               WRITE ExtractRec
               ADD 1 TO Lines-Selected
               PERFORM Accumulate-One-Item
           END-IF.

       Accumulate-One-Item.
           MOVE "N" TO Item-Found
           PERFORM VARYING Item-Sub FROM 1 BY 1
               UNTIL Item-Sub > Item-Count
               OR Item-Found = "Y"
               IF TbItemCode(Item-Sub) =
                   SdItemCode OF SalesDetailRec
                   MOVE "Y" TO Item-Found
               END-IF
           END-PERFORM
           IF Item-Found = "Y"
               SUBTRACT 1 FROM Item-Sub
           ELSE
               IF Item-Count >= Item-Limit
                   DISPLAY "ABORTED - MORE THAN " Item-Limit
                       " ITEMS - RAISE THE TABLE LIMIT"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO Item-Count
               MOVE Item-Count TO Item-Sub
               MOVE SdItemCode OF SalesDetailRec
                   TO TbItemCode(Item-Sub)
               MOVE SPACES TO TbItemDescription(Item-Sub)
               MOVE ZEROS TO TbItemSales(Item-Sub)
               MOVE ZEROS TO TbItemCost(Item-Sub)
           END-IF
           ADD SdExtAmount OF SalesDetailRec
               TO TbItemSales(Item-Sub)
           ADD SdExtCost OF SalesDetailRec
               TO TbItemCost(Item-Sub)
           ADD SdExtAmount OF SalesDetailRec TO Grand-Sales
           ADD SdExtCost OF SalesDetailRec TO Grand-Cost.

       Sort-Extract-By-Student.
           SORT SortWorkFile
               ON ASCENDING KEY SdStudentId OF SortWorkRec
               USING ExtractFile
               GIVING ExtractFile.

      ******************************************************************
      * The extract and the master both run in ascending student
      * order, so one master cursor resolves every line's ShopClass
      * in a single side-by-side pass - the same matching walk Merge
      * uses.  A line whose student the cursor never lands on belongs
      * to a student since withdrawn and reports under "***".
      ******************************************************************
       Accumulate-By-Class.
           OPEN INPUT StudentFile
           IF Student-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN STUDENTS.DAT, STATUS "
                   Student-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ExtractFile
           PERFORM Read-Next-Master
           PERFORM UNTIL Extract-EOF = "Y"
               READ ExtractFile INTO Curr-Extract
                   AT END
                       MOVE "Y" TO Extract-EOF
                   NOT AT END
                       PERFORM Resolve-One-Class
               END-READ
           END-PERFORM
           CLOSE ExtractFile
           CLOSE StudentFile.

       Read-Next-Master.
           READ StudentFile
               AT END
                   MOVE "Y" TO Student-EOF
           END-READ.

       Resolve-One-Class.
           PERFORM UNTIL Student-EOF = "Y"
               OR StudentId OF StudentRec
                   NOT LESS THAN SdStudentId OF Curr-Extract
               PERFORM Read-Next-Master
           END-PERFORM
           IF Student-EOF = "N"
               AND StudentId OF StudentRec =
                   SdStudentId OF Curr-Extract
               MOVE ShopClass OF StudentRec TO Resolved-Class
           ELSE
               MOVE "***" TO Resolved-Class
           END-IF
           PERFORM Accumulate-One-Class.

       Accumulate-One-Class.
           MOVE "N" TO Class-Found
           PERFORM VARYING Class-Sub FROM 1 BY 1
               UNTIL Class-Sub > Class-Count
               OR Class-Found = "Y"
               IF TbClassCode(Class-Sub) = Resolved-Class
                   MOVE "Y" TO Class-Found
               END-IF
           END-PERFORM
           IF Class-Found = "Y"
               SUBTRACT 1 FROM Class-Sub
           ELSE
               IF Class-Count >= Class-Limit
                   DISPLAY "ABORTED - MORE THAN " Class-Limit
                       " SHOP CLASSES - RAISE THE TABLE LIMIT"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO Class-Count
               MOVE Class-Count TO Class-Sub
               MOVE Resolved-Class TO TbClassCode(Class-Sub)
               MOVE ZEROS TO TbClassSales(Class-Sub)
               MOVE ZEROS TO TbClassCost(Class-Sub)
           END-IF
           ADD SdExtAmount OF Curr-Extract
               TO TbClassSales(Class-Sub)
           ADD SdExtCost OF Curr-Extract
               TO TbClassCost(Class-Sub).

       Write-Margin-Report.
           OPEN OUTPUT ReportFile
           WRITE ReportLine FROM Report-Heading
           MOVE From-Date TO RG-From
           MOVE To-Date TO RG-To
           WRITE ReportLine FROM Range-Line
           MOVE SPACES TO ReportLine
           WRITE ReportLine

           WRITE ReportLine FROM Item-Section-Heading
           PERFORM VARYING Item-Sub FROM 1 BY 1
               UNTIL Item-Sub > Item-Count
               PERFORM Write-One-Item-Line
           END-PERFORM

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM Class-Section-Heading
           PERFORM VARYING Class-Sub FROM 1 BY 1
               UNTIL Class-Sub > Class-Count
               PERFORM Write-One-Class-Line
           END-PERFORM

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE Grand-Sales TO GT-Sales
           MOVE Grand-Cost TO GT-Cost
           COMPUTE Margin-Work = Grand-Sales - Grand-Cost
           MOVE Margin-Work TO GT-Margin
           MOVE ZEROS TO Pct-Work
           IF Grand-Sales > ZEROS
               COMPUTE Pct-Work ROUNDED =
                   Margin-Work * 100 / Grand-Sales
           END-IF
           MOVE Pct-Work TO GT-Percent
           WRITE ReportLine FROM Grand-Total-Line
           MOVE Lines-Uncosted TO UL-Count
           WRITE ReportLine FROM Uncosted-Line
           MOVE Machine-Lines TO MT-Count
           MOVE Machine-Sales TO MT-Sales
           WRITE ReportLine FROM Machine-Time-Line
           CLOSE ReportFile.

      * Items the range never sold (loaded only for a description)
      * are left off the report.
       Write-One-Item-Line.
           IF TbItemSales(Item-Sub) > ZEROS
               OR TbItemCost(Item-Sub) > ZEROS
               MOVE SPACES TO Item-Detail-Line
               MOVE TbItemCode(Item-Sub) TO ID-ItemCode
               MOVE TbItemDescription(Item-Sub) TO ID-Description
               MOVE TbItemSales(Item-Sub) TO ID-Sales
               MOVE TbItemCost(Item-Sub) TO ID-Cost
               COMPUTE Margin-Work =
                   TbItemSales(Item-Sub) - TbItemCost(Item-Sub)
               MOVE Margin-Work TO ID-Margin
               MOVE ZEROS TO Pct-Work
               IF TbItemSales(Item-Sub) > ZEROS
                   COMPUTE Pct-Work ROUNDED =
                       Margin-Work * 100 / TbItemSales(Item-Sub)
               END-IF
               MOVE Pct-Work TO ID-Percent
               WRITE ReportLine FROM Item-Detail-Line
           END-IF.

       Write-One-Class-Line.
           MOVE SPACES TO Class-Detail-Line
           MOVE TbClassCode(Class-Sub) TO CD-ClassCode
           MOVE TbClassSales(Class-Sub) TO CD-Sales
           MOVE TbClassCost(Class-Sub) TO CD-Cost
           COMPUTE Margin-Work =
               TbClassSales(Class-Sub) - TbClassCost(Class-Sub)
           MOVE Margin-Work TO CD-Margin
           MOVE ZEROS TO Pct-Work
           IF TbClassSales(Class-Sub) > ZEROS
               COMPUTE Pct-Work ROUNDED =
                   Margin-Work * 100 / TbClassSales(Class-Sub)
           END-IF
           MOVE Pct-Work TO CD-Percent
           WRITE ReportLine FROM Class-Detail-Line.
