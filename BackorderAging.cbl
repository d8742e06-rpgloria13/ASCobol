      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aging report of the special orders still waiting on
      *          BACKORD.DAT - open ones nobody has released yet and
      *          released ones no invoice run has charged.  Each is
      *          aged in days from the business date it was taken to
      *          the RUNCTL.DAT business date (wall clock without a
      *          card) and listed twice on BOAGE.RPT: by item, so the
      *          shop manager can chase the vendor, and by student,
      *          so the counter can answer "is my order in yet?".  An
      *          age summary (0-7, 8-14, 15-30, over 30 days) closes
      *          the report.  Names come from STUDENTS.DAT; a student
      *          withdrawn since the order prints as not on master.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BackorderAging.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BackorderFile ASSIGN TO "BACKORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Backorder-Status.

           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Student-Status.

           SELECT ItemMasterFile ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Item-Status.

           SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunCtl-Status.

           SELECT ExtractFile ASSIGN TO "BOAGE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SortWorkFile ASSIGN TO "BOAGE.SRT".

           SELECT ReportFile ASSIGN TO "BOAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BackorderFile.
       01  BackorderRec.
           COPY BackorderLine.

       FD  StudentFile.
       01  StudentRec.
           COPY StudentMaster.

       FD  ItemMasterFile.
       01  ItemMasterRec.
           COPY ShopItem.

       FD  RunControlFile.
       01  RunControlRec.
           COPY RunControl.

       FD  ExtractFile.
       01  ExtractRec.
           COPY BackorderLine.

       SD  SortWorkFile.
       01  SortWorkRec.
           COPY BackorderLine.

       FD  ReportFile.
       01  ReportLine              PIC X(80).

       WORKING-STORAGE SECTION.
       01  Backorder-Status     PIC XX.
       01  Student-Status       PIC XX.
       01  Item-Status          PIC XX.
       01  RunCtl-Status        PIC XX.
       01  Backorder-EOF        PIC X VALUE "N".
       01  Student-EOF          PIC X VALUE "N".
       01  Item-EOF             PIC X VALUE "N".
       01  Extract-EOF          PIC X VALUE "N".
       01  Run-Date             PIC X(8).
       01  Current-DateTime     PIC X(21).
       01  As-Of-Days           PIC 9(7).
       01  Order-Days           PIC 9(7).
       01  Age-Days             PIC S9(7).
       01  Backorders-Read      PIC 9(7) VALUE ZEROS.
       01  Backorders-Waiting   PIC 9(7) VALUE ZEROS.
       01  Units-Waiting        PIC 9(9) VALUE ZEROS.
       01  First-Group          PIC X.
       01  Prev-Item-Code       PIC X(5).
       01  Prev-Student-Id      PIC 9(7).
       01  Group-Orders         PIC 9(5).
       01  Group-Units          PIC 9(7).
       01  Group-Oldest         PIC S9(7).

       01  Curr-Extract.
           COPY BackorderLine.

      * Age summary buckets, filled on the by-item pass.
       01  Age-Buckets.
           05  Bucket-Entry OCCURS 4 TIMES.
               10  TbBucketOrders      PIC 9(7).
               10  TbBucketUnits       PIC 9(9).
       01  Bucket-Sub           PIC 9.
       01  Bucket-Names.
           05  FILLER              PIC X(12) VALUE "0-7 DAYS".
           05  FILLER              PIC X(12) VALUE "8-14 DAYS".
           05  FILLER              PIC X(12) VALUE "15-30 DAYS".
           05  FILLER              PIC X(12) VALUE "OVER 30 DAYS".
       01  Bucket-Name-Table REDEFINES Bucket-Names.
           05  TbBucketName        PIC X(12) OCCURS 4 TIMES.

      * Item descriptions for the by-item headings; a missing item
      * master just means items print by code alone.
       01  Item-Limit           PIC 9(3) VALUE 500.
       01  Item-Count           PIC 9(3) VALUE ZEROS.
       01  Item-Sub             PIC 9(3).
       01  Item-Found           PIC X.
       01  Item-Table.
           05  Item-Entry OCCURS 500 TIMES.
               10  TbItemCode          PIC X(5).
               10  TbItemDescription   PIC X(20).

       01  Report-Heading       PIC X(80)
           VALUE "SPECIAL ORDER / BACKORDER AGING".

       01  Date-Line.
           05  FILLER              PIC X(7) VALUE "AS OF: ".
           05  DT-Date             PIC X(8).

       01  Item-Section-Title   PIC X(80)
           VALUE "WAITING BACKORDERS BY ITEM".

       01  Student-Section-Title PIC X(80)
           VALUE "WAITING BACKORDERS BY STUDENT".

       01  Column-Heading       PIC X(80) VALUE
           "BACKORDER  TAKEN     ITEM   STUDENT  QTY  DAYS  STATUS".

       01  Item-Group-Line.
           05  FILLER              PIC X(6) VALUE "ITEM: ".
           05  IG-ItemCode         PIC X(5).
           05  FILLER              PIC X(2).
           05  IG-Description      PIC X(20).

       01  Student-Group-Line.
           05  FILLER              PIC X(9) VALUE "STUDENT: ".
           05  SG-StudentId        PIC 9(7).
           05  FILLER              PIC X(2).
           05  SG-LastName         PIC X(20).
           05  FILLER              PIC X(1).
           05  SG-FirstName        PIC X(20).

       01  Detail-Line.
           05  DL-BackorderNum     PIC 9(6).
           05  FILLER              PIC X(5).
           05  DL-OrderDate        PIC X(8).
           05  FILLER              PIC X(2).
           05  DL-ItemCode         PIC X(5).
           05  FILLER              PIC X(2).
           05  DL-StudentId        PIC 9(7).
           05  FILLER              PIC X(2).
           05  DL-Quantity         PIC ZZ9.
           05  FILLER              PIC X(2).
           05  DL-Days             PIC ZZZ9.
           05  FILLER              PIC X(2).
           05  DL-Status           PIC X(20).

       01  Group-Total-Line.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  FILLER              PIC X(8) VALUE "ORDERS: ".
           05  GT-Orders           PIC ZZZZ9.
           05  FILLER              PIC X(9) VALUE "  UNITS: ".
           05  GT-Units            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(16)
               VALUE "  OLDEST, DAYS: ".
           05  GT-Oldest           PIC ZZZ9.

       01  Summary-Heading      PIC X(80) VALUE
           "AGE               ORDERS       UNITS".

       01  Summary-Line.
           05  SL-BucketName       PIC X(12).
           05  FILLER              PIC X(4).
           05  SL-Orders           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3).
           05  SL-Units            PIC ZZZ,ZZ9.

       01  Summary-Total-Line.
           05  FILLER              PIC X(16) VALUE "TOTAL WAITING".
           05  ST-Orders           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3).
           05  ST-Units            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Read-Run-Control
           PERFORM Load-Item-Descriptions
           INITIALIZE Age-Buckets
           PERFORM Extract-Waiting-Backorders
           IF Backorders-Waiting = ZEROS
               DISPLAY "NO BACKORDERS WAITING"
               STOP RUN
           END-IF

           OPEN OUTPUT ReportFile
           WRITE ReportLine FROM Report-Heading
           MOVE Run-Date TO DT-Date
           WRITE ReportLine FROM Date-Line

           SORT SortWorkFile
               ON ASCENDING KEY BoItemCode OF SortWorkRec
                                BoNumber OF SortWorkRec
               USING ExtractFile
               GIVING ExtractFile
           PERFORM Write-Item-Section

           SORT SortWorkFile
               ON ASCENDING KEY BoStudentId OF SortWorkRec
                                BoNumber OF SortWorkRec
               USING ExtractFile
               GIVING ExtractFile
           PERFORM Write-Student-Section

           PERFORM Write-Age-Summary
           CLOSE ReportFile

           DISPLAY "BACKORDERS READ:    " Backorders-Read
           DISPLAY "BACKORDERS WAITING: " Backorders-Waiting
           DISPLAY "REPORT WRITTEN TO BOAGE.RPT"
           STOP RUN.

      ******************************************************************
      * The business date on the run-control card is the as-of date
      * the backorders are aged to; a missing or unreadable card
      * falls back to the wall clock, exactly the way Merge dates
      * its cycle.
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
           END-IF
           COMPUTE As-Of-Days =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(Run-Date)).

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
                       IF Item-Count < Item-Limit
                           ADD 1 TO Item-Count
                           MOVE ItemCode TO TbItemCode(Item-Count)
                           MOVE ItemDescription
                               TO TbItemDescription(Item-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ItemMasterFile.

      ******************************************************************
      * Filled backorders are the history and are skipped; open and
      * released ones are both still waiting on the student.
      ******************************************************************
       Extract-Waiting-Backorders.
           OPEN INPUT BackorderFile
           IF Backorder-Status = "35"
               DISPLAY "NO BACKORDERS YET - BACKORD.DAT NOT FOUND"
               STOP RUN
           END-IF
           IF Backorder-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN BACKORD.DAT, STATUS "
                   Backorder-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ExtractFile
           PERFORM UNTIL Backorder-EOF = "Y"
               READ BackorderFile
                   AT END
                       MOVE "Y" TO Backorder-EOF
                   NOT AT END
                       ADD 1 TO Backorders-Read
                       IF BoStatus OF BackorderRec = "O"
                           OR BoStatus OF BackorderRec = "R"
                           MOVE BackorderRec TO ExtractRec
                           WRITE ExtractRec
                           ADD 1 TO Backorders-Waiting
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BackorderFile
           CLOSE ExtractFile.

       Compute-Age.
           IF BoOrderDate OF Curr-Extract IS NUMERIC
               COMPUTE Order-Days = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(BoOrderDate OF Curr-Extract))
               COMPUTE Age-Days = As-Of-Days - Order-Days
           ELSE
               MOVE ZEROS TO Age-Days
           END-IF
           IF Age-Days < ZEROS
               MOVE ZEROS TO Age-Days
           END-IF.

       Write-Item-Section.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM Item-Section-Title
           WRITE ReportLine FROM Column-Heading
           MOVE "Y" TO First-Group
           MOVE "N" TO Extract-EOF
           OPEN INPUT ExtractFile
           PERFORM UNTIL Extract-EOF = "Y"
               READ ExtractFile INTO Curr-Extract
                   AT END
                       MOVE "Y" TO Extract-EOF
                   NOT AT END
                       PERFORM Item-One-Backorder
               END-READ
           END-PERFORM
           CLOSE ExtractFile
           PERFORM Write-Group-Total.

       Item-One-Backorder.
           IF First-Group = "Y"
               OR BoItemCode OF Curr-Extract NOT = Prev-Item-Code
               IF First-Group = "N"
                   PERFORM Write-Group-Total
               END-IF
               MOVE "N" TO First-Group
               MOVE BoItemCode OF Curr-Extract TO Prev-Item-Code
               PERFORM Start-Item-Group
           END-IF
           PERFORM Compute-Age
           PERFORM Write-Backorder-Detail
           PERFORM Accumulate-Age-Bucket.

       Start-Item-Group.
           MOVE ZEROS TO Group-Orders
           MOVE ZEROS TO Group-Units
           MOVE ZEROS TO Group-Oldest
           MOVE SPACES TO Item-Group-Line
           MOVE Prev-Item-Code TO IG-ItemCode
           MOVE "N" TO Item-Found
           PERFORM VARYING Item-Sub FROM 1 BY 1
               UNTIL Item-Sub > Item-Count
               OR Item-Found = "Y"
               IF TbItemCode(Item-Sub) = Prev-Item-Code
                   MOVE "Y" TO Item-Found
                   MOVE TbItemDescription(Item-Sub)
                       TO IG-Description
               END-IF
           END-PERFORM
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM Item-Group-Line.

       Accumulate-Age-Bucket.
           EVALUATE TRUE
               WHEN Age-Days NOT GREATER THAN 7
                   MOVE 1 TO Bucket-Sub
               WHEN Age-Days NOT GREATER THAN 14
                   MOVE 2 TO Bucket-Sub
               WHEN Age-Days NOT GREATER THAN 30
                   MOVE 3 TO Bucket-Sub
               WHEN OTHER
                   MOVE 4 TO Bucket-Sub
           END-EVALUATE
           ADD 1 TO TbBucketOrders(Bucket-Sub)
           ADD BoQuantity OF Curr-Extract
               TO TbBucketUnits(Bucket-Sub)
           ADD BoQuantity OF Curr-Extract TO Units-Waiting.

       Write-Backorder-Detail.
           MOVE SPACES TO Detail-Line
           MOVE BoNumber OF Curr-Extract TO DL-BackorderNum
           MOVE BoOrderDate OF Curr-Extract TO DL-OrderDate
           MOVE BoItemCode OF Curr-Extract TO DL-ItemCode
           MOVE BoStudentId OF Curr-Extract TO DL-StudentId
           MOVE BoQuantity OF Curr-Extract TO DL-Quantity
           MOVE Age-Days TO DL-Days
           IF BoStatus OF Curr-Extract = "R"
               MOVE "RELEASED - NOT BILLED" TO DL-Status
           ELSE
               MOVE "OPEN" TO DL-Status
           END-IF
           WRITE ReportLine FROM Detail-Line
           ADD 1 TO Group-Orders
           ADD BoQuantity OF Curr-Extract TO Group-Units
           IF Age-Days > Group-Oldest
               MOVE Age-Days TO Group-Oldest
           END-IF.

       Write-Group-Total.
           MOVE Group-Orders TO GT-Orders
           MOVE Group-Units TO GT-Units
           MOVE Group-Oldest TO GT-Oldest
           WRITE ReportLine FROM Group-Total-Line.

      ******************************************************************
      * The extract now runs in student order, so one master cursor
      * names every student in a single side-by-side pass - the same
      * matching walk SalesAnalysis uses.
      ******************************************************************
       Write-Student-Section.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM Student-Section-Title
           WRITE ReportLine FROM Column-Heading
           OPEN INPUT StudentFile
           IF Student-Status NOT = "00"
               MOVE "Y" TO Student-EOF
           ELSE
               PERFORM Read-Next-Master
           END-IF
           MOVE "Y" TO First-Group
           MOVE "N" TO Extract-EOF
           OPEN INPUT ExtractFile
           PERFORM UNTIL Extract-EOF = "Y"
               READ ExtractFile INTO Curr-Extract
                   AT END
                       MOVE "Y" TO Extract-EOF
                   NOT AT END
                       PERFORM Student-One-Backorder
               END-READ
           END-PERFORM
           CLOSE ExtractFile
           IF Student-Status = "00"
               CLOSE StudentFile
           END-IF
           PERFORM Write-Group-Total.

       Read-Next-Master.
           READ StudentFile
               AT END
                   MOVE "Y" TO Student-EOF
           END-READ.

       Student-One-Backorder.
           IF First-Group = "Y"
               OR BoStudentId OF Curr-Extract NOT = Prev-Student-Id
               IF First-Group = "N"
                   PERFORM Write-Group-Total
               END-IF
               MOVE "N" TO First-Group
               MOVE BoStudentId OF Curr-Extract TO Prev-Student-Id
               PERFORM Start-Student-Group
           END-IF
           PERFORM Compute-Age
           PERFORM Write-Backorder-Detail.

       Start-Student-Group.
           MOVE ZEROS TO Group-Orders
           MOVE ZEROS TO Group-Units
           MOVE ZEROS TO Group-Oldest
           PERFORM UNTIL Student-EOF = "Y"
               OR StudentId OF StudentRec
                   NOT LESS THAN Prev-Student-Id
               PERFORM Read-Next-Master
           END-PERFORM
           MOVE SPACES TO Student-Group-Line
           MOVE Prev-Student-Id TO SG-StudentId
           IF Student-EOF = "N"
               AND StudentId OF StudentRec = Prev-Student-Id
               MOVE LastName OF StudentRec TO SG-LastName
               MOVE FirstName OF StudentRec TO SG-FirstName
           ELSE
               MOVE "*** NOT ON MASTER" TO SG-LastName
           END-IF
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM Student-Group-Line.

       Write-Age-Summary.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM Summary-Heading
           PERFORM VARYING Bucket-Sub FROM 1 BY 1
               UNTIL Bucket-Sub > 4
               MOVE SPACES TO Summary-Line
               MOVE TbBucketName(Bucket-Sub) TO SL-BucketName
               MOVE TbBucketOrders(Bucket-Sub) TO SL-Orders
               MOVE TbBucketUnits(Bucket-Sub) TO SL-Units
               WRITE ReportLine FROM Summary-Line
           END-PERFORM
           MOVE Backorders-Waiting TO ST-Orders
           MOVE Units-Waiting TO ST-Units
           WRITE ReportLine FROM Summary-Total-Line.
