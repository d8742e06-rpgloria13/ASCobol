      ******************************************************************
      * Author:
      * Date:
      * Purpose: Physical-inventory count sheets.  Prints every
      *          active item on the shop item master (ITEMMAST.DAT),
      *          and any retired item still showing stock, on
      *          COUNTSHT.RPT in item-code order with a blank for the
      *          counted quantity - the book figure is deliberately
      *          left off the sheet so the count is a count and not a
      *          confirmation.  The same items are written to
      *          INVCOUNT.DAT with the book on-hand frozen as of this
      *          run, which CountEntry keys the counts onto and
      *          CountPost reports the variance from.  A count
      *          already in progress (INVCOUNT.DAT not empty) is
      *          never overwritten; it has to be posted first.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CountSheet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ItemMasterFile ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Item-Status.

           SELECT CountFile ASSIGN TO "INVCOUNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Count-Status.

           SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunCtl-Status.

           SELECT ExtractFile ASSIGN TO "COUNTSHT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SortWorkFile ASSIGN TO "COUNTSHT.SRT".

           SELECT ReportFile ASSIGN TO "COUNTSHT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  CountFile.
       01  CountRec.
           COPY InventoryCount.

       FD  RunControlFile.
       01  RunControlRec.
           COPY RunControl.

       FD  ExtractFile.
       01  ExtractRec.
           COPY InventoryCount.

       SD  SortWorkFile.
       01  SortWorkRec.
           COPY InventoryCount.

       FD  ReportFile.
       01  ReportLine              PIC X(80).

       WORKING-STORAGE SECTION.
       01  SysLock-Status       PIC XX.
       01  Item-Status          PIC XX.
       01  Count-Status         PIC XX.
       01  RunCtl-Status        PIC XX.
       01  Item-EOF             PIC X VALUE "N".
       01  Extract-EOF          PIC X VALUE "N".
       01  Run-Date             PIC X(8).
       01  Current-DateTime     PIC X(21).
       01  Items-Read           PIC 9(5) VALUE ZEROS.
       01  Items-Listed         PIC 9(5) VALUE ZEROS.

       01  Report-Heading       PIC X(80)
           VALUE "PHYSICAL INVENTORY COUNT SHEET".

       01  Date-Line.
           05  FILLER              PIC X(15)
               VALUE "BUSINESS DATE: ".
           05  DT-Date             PIC X(8).

       01  Column-Heading       PIC X(80) VALUE
           "ITEM   DESCRIPTION           COUNTED     COUNTED BY".

       01  Detail-Line.
           05  CS-ItemCode         PIC X(5).
           05  FILLER              PIC X(2).
           05  CS-Description      PIC X(20).
           05  FILLER              PIC X(2).
           05  FILLER              PIC X(10) VALUE "__________".
           05  FILLER              PIC X(2).
           05  FILLER              PIC X(10) VALUE "__________".

       01  Total-Line.
           05  FILLER              PIC X(15)
               VALUE "ITEMS LISTED:  ".
           05  TL-Count            PIC ZZZZ9.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Check-System-Lock
           PERFORM Read-Run-Control
           PERFORM Check-Count-In-Progress

           OPEN INPUT ItemMasterFile
           IF Item-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN ITEMMAST.DAT, STATUS "
                   Item-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ExtractFile
           PERFORM UNTIL Item-EOF = "Y"
               READ ItemMasterFile
                   AT END
                       MOVE "Y" TO Item-EOF
                   NOT AT END
                       ADD 1 TO Items-Read
                       PERFORM Select-One-Item
               END-READ
           END-PERFORM
           CLOSE ItemMasterFile
           CLOSE ExtractFile

           IF Items-Listed = ZEROS
               DISPLAY "NO ITEMS TO COUNT ON ITEMMAST.DAT"
               STOP RUN
           END-IF

           SORT SortWorkFile
               ON ASCENDING KEY IcItemCode OF SortWorkRec
               USING ExtractFile
               GIVING CountFile

           PERFORM Write-Count-Sheets

           DISPLAY "ITEMS READ:   " Items-Read
           DISPLAY "ITEMS LISTED: " Items-Listed
           DISPLAY "COUNT SHEETS WRITTEN TO COUNTSHT.RPT"
           STOP RUN.

      ******************************************************************
      * The business date on the run-control card dates the count;
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

      ******************************************************************
      * Re-running the sheets mid-count would throw away every count
      * already keyed and re-freeze the book figures under it, so a
      * count file with anything on it stops the run.  CountPost
      * empties the file once the count is accepted.
      ******************************************************************
       Check-Count-In-Progress.
           OPEN INPUT CountFile
           IF Count-Status = "00"
               READ CountFile
                   AT END
                       CONTINUE
                   NOT AT END
                       DISPLAY "ABORTED - A COUNT SHEETED "
                           IcSheetDate OF CountRec
                           " IS STILL IN PROGRESS ON INVCOUNT.DAT"
                       DISPLAY "POST IT THROUGH CountPost FIRST"
                       CLOSE CountFile
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-READ
               CLOSE CountFile
           END-IF.

      * Retired items are counted only while they still show stock.
       Select-One-Item.
           IF ItemQtyOnHand IS NOT NUMERIC
               MOVE ZEROS TO ItemQtyOnHand
           END-IF
           IF ItemActiveFlag NOT = "A"
               AND ItemQtyOnHand = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ExtractRec
           MOVE ItemCode TO IcItemCode OF ExtractRec
           MOVE ItemDescription TO IcDescription OF ExtractRec
           MOVE Run-Date TO IcSheetDate OF ExtractRec
           MOVE ItemQtyOnHand TO IcBookQty OF ExtractRec
           MOVE ZEROS TO IcCountedQty OF ExtractRec
           MOVE "N" TO IcCountedFlag OF ExtractRec
           WRITE ExtractRec
           ADD 1 TO Items-Listed.

       Write-Count-Sheets.
           OPEN INPUT CountFile
           OPEN OUTPUT ReportFile
           WRITE ReportLine FROM Report-Heading
           MOVE Run-Date TO DT-Date
           WRITE ReportLine FROM Date-Line
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM Column-Heading
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           PERFORM UNTIL Extract-EOF = "Y"
               READ CountFile
                   AT END
                       MOVE "Y" TO Extract-EOF
                   NOT AT END
                       MOVE IcItemCode OF CountRec TO CS-ItemCode
                       MOVE IcDescription OF CountRec
                           TO CS-Description
                       WRITE ReportLine FROM Detail-Line
                       MOVE SPACES TO ReportLine
                       WRITE ReportLine
               END-READ
           END-PERFORM
           MOVE Items-Listed TO TL-Count
           WRITE ReportLine FROM Total-Line
           CLOSE CountFile
           CLOSE ReportFile.
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
