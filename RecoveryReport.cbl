      ******************************************************************
      * Author:
      * Date:
      * Purpose: Period collection recovery report.  The operator
      *          keys a from/to business-date range; the report
      *          (COLLRCV.RPT) sets what was placed with the
      *          collection agency in the range (COLLPLC.DAT, by
      *          placement date) against what the agency recovered
      *          in the range (RCVREG.DAT, by the cycle that posted
      *          it) - gross collected, the agency's commission and
      *          the net the shop received - student by student with
      *          period totals and the recovery rate, so the office
      *          can judge whether placing accounts is paying.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecoveryReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PlacementFile ASSIGN TO "COLLPLC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Placement-Status.

           SELECT RegisterFile ASSIGN TO "RCVREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Register-Status.

           SELECT ExtractFile ASSIGN TO "COLLRCV.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SortWorkFile ASSIGN TO "COLLRCV.SRT".

           SELECT ReportFile ASSIGN TO "COLLRCV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PlacementFile.
       01  PlacementRec.
           COPY CollectionPlacement.

       FD  RegisterFile.
       01  RegisterRec.
           COPY Recovery.

      * One row per placement or recovery.  ExKind P is a placement
      * in the range, N a placement outside it (carried only for
      * the student's name), R a recovery posted in the range.
       FD  ExtractFile.
       01  ExtractRec.
           05  ExStudentId         PIC 9(7).
           05  ExKind              PIC X.
           05  ExLastName          PIC X(20).
           05  ExPlaced            PIC 9(5)V99.
           05  ExGross             PIC 9(5)V99.
           05  ExCommission        PIC 9(5)V99.
           05  ExNet               PIC 9(5)V99.

       SD  SortWorkFile.
       01  SortWorkRec.
           05  SwStudentId         PIC 9(7).
           05  SwKind              PIC X.
           05  FILLER              PIC X(48).

       FD  ReportFile.
       01  ReportLine              PIC X(80).

       WORKING-STORAGE SECTION.
       01  Placement-Status     PIC XX.
       01  Register-Status      PIC XX.
       01  Read-EOF             PIC X.
       01  Extract-EOF          PIC X VALUE "N".
       01  From-Date            PIC 9(8).
       01  To-Date              PIC 9(8).
       01  Extract-Count        PIC 9(7) VALUE ZEROS.

       01  Group-Open           PIC X VALUE "N".
       01  Group-Student        PIC 9(7).
       01  Group-Name           PIC X(20).
       01  Group-Placed         PIC 9(7)V99.
       01  Group-Gross          PIC 9(7)V99.
       01  Group-Commission     PIC 9(7)V99.
       01  Group-Net            PIC 9(7)V99.

       01  Students-Listed      PIC 9(5) VALUE ZEROS.
       01  Tot-Placed           PIC 9(7)V99 VALUE ZEROS.
       01  Tot-Gross            PIC 9(7)V99 VALUE ZEROS.
       01  Tot-Commission       PIC 9(7)V99 VALUE ZEROS.
       01  Tot-Net              PIC 9(7)V99 VALUE ZEROS.
       01  Recovery-Rate        PIC 9(3)V9.

       01  Report-Heading       PIC X(80)
           VALUE "PERIOD COLLECTION RECOVERY REPORT".

       01  Range-Line.
           05  FILLER              PIC X(6) VALUE "FROM: ".
           05  RG-From             PIC 9(8).
           05  FILLER              PIC X(6) VALUE "  TO: ".
           05  RG-To               PIC 9(8).

       01  Column-Line.
           05  FILLER              PIC X(35)
               VALUE "STUDENT  NAME                PLACED".
           05  FILLER              PIC X(33)
               VALUE "      GROSS COMMISSION        NET".

       01  Detail-Line.
           05  DL-StudentId        PIC 9(7).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DL-Name             PIC X(16).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  DL-Placed           PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DL-Gross            PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DL-Commission       PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DL-Net              PIC ZZ,ZZ9.99.

       01  Total-Line.
           05  TL-Label            PIC X(34).
           05  TL-Amount           PIC Z,ZZZ,ZZ9.99.

       01  Rate-Line.
           05  FILLER              PIC X(34)
               VALUE "GROSS RECOVERED AS PCT OF PLACED".
           05  FILLER              PIC X(6) VALUE SPACES.
           05  RL-Rate             PIC ZZ9.9.
           05  FILLER              PIC X(1) VALUE "%".

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

           OPEN OUTPUT ExtractFile
           PERFORM Extract-Placements
           PERFORM Extract-Recoveries
           CLOSE ExtractFile
           SORT SortWorkFile
               ON ASCENDING KEY SwStudentId
                                SwKind
               USING ExtractFile
               GIVING ExtractFile

           OPEN INPUT ExtractFile
           OPEN OUTPUT ReportFile
           WRITE ReportLine FROM Report-Heading
           MOVE From-Date TO RG-From
           MOVE To-Date TO RG-To
           WRITE ReportLine FROM Range-Line
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM Column-Line

           PERFORM UNTIL Extract-EOF = "Y"
               READ ExtractFile
                   AT END
                       MOVE "Y" TO Extract-EOF
                   NOT AT END
                       PERFORM Total-One-Row
               END-READ
           END-PERFORM
           IF Group-Open = "Y"
               PERFORM Close-Student-Group
           END-IF

           PERFORM Write-Period-Totals
           CLOSE ExtractFile
           CLOSE ReportFile

           DISPLAY "STUDENTS LISTED: " Students-Listed
           DISPLAY "REPORT WRITTEN TO COLLRCV.RPT"
           STOP RUN.

      * A missing register just means nothing has been placed yet.
       Extract-Placements.
           OPEN INPUT PlacementFile
           IF Placement-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ PlacementFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       PERFORM Extract-One-Placement
               END-READ
           END-PERFORM
           CLOSE PlacementFile.

       Extract-One-Placement.
           MOVE SPACES TO ExtractRec
           MOVE CpStudentId TO ExStudentId
           MOVE CpLastName TO ExLastName
           MOVE ZEROS TO ExPlaced
           MOVE ZEROS TO ExGross
           MOVE ZEROS TO ExCommission
           MOVE ZEROS TO ExNet
           IF CpPlaceDate IS NUMERIC
               AND CpPlaceDate NOT < From-Date
               AND CpPlaceDate NOT > To-Date
               MOVE "P" TO ExKind
               MOVE CpAmount TO ExPlaced
           ELSE
               MOVE "N" TO ExKind
           END-IF
           WRITE ExtractRec
           ADD 1 TO Extract-Count.

      * A missing register just means nothing has been recovered.
       Extract-Recoveries.
           OPEN INPUT RegisterFile
           IF Register-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ RegisterFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       IF RvPostDate IS NUMERIC
                           AND RvPostDate NOT < From-Date
                           AND RvPostDate NOT > To-Date
                           PERFORM Extract-One-Recovery
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RegisterFile.

       Extract-One-Recovery.
           MOVE SPACES TO ExtractRec
           MOVE RvStudentId TO ExStudentId
           MOVE "R" TO ExKind
           MOVE ZEROS TO ExPlaced
           MOVE RvGross TO ExGross
           MOVE RvCommission TO ExCommission
           MOVE RvNet TO ExNet
           WRITE ExtractRec
           ADD 1 TO Extract-Count.

      ******************************************************************
      * The extract is sorted by student, placements (N, P) ahead of
      * recoveries (R), so the name is in hand before the student's
      * line prints.  A student with no placement and no recovery
      * in the range does not print.
      ******************************************************************
       Total-One-Row.
           IF Group-Open = "Y" AND ExStudentId NOT = Group-Student
               PERFORM Close-Student-Group
           END-IF
           IF Group-Open = "N"
               MOVE "Y" TO Group-Open
               MOVE ExStudentId TO Group-Student
               MOVE SPACES TO Group-Name
               MOVE ZEROS TO Group-Placed
               MOVE ZEROS TO Group-Gross
               MOVE ZEROS TO Group-Commission
               MOVE ZEROS TO Group-Net
           END-IF
           IF ExLastName NOT = SPACES
               MOVE ExLastName TO Group-Name
           END-IF
           ADD ExPlaced TO Group-Placed
           ADD ExGross TO Group-Gross
           ADD ExCommission TO Group-Commission
           ADD ExNet TO Group-Net.

       Close-Student-Group.
           MOVE "N" TO Group-Open
           IF Group-Placed = ZEROS AND Group-Gross = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE Group-Student TO DL-StudentId
           MOVE Group-Name TO DL-Name
           MOVE Group-Placed TO DL-Placed
           MOVE Group-Gross TO DL-Gross
           MOVE Group-Commission TO DL-Commission
           MOVE Group-Net TO DL-Net
           WRITE ReportLine FROM Detail-Line
           ADD 1 TO Students-Listed
           ADD Group-Placed TO Tot-Placed
           ADD Group-Gross TO Tot-Gross
           ADD Group-Commission TO Tot-Commission
           ADD Group-Net TO Tot-Net.

      ******************************************************************
      * Recoveries in a range are often on accounts placed before
      * it, so the rate is a period yardstick, not a per-account
      * one; with nothing placed in the range it is left off.
      ******************************************************************
       Write-Period-Totals.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "PLACED WITH THE AGENCY" TO TL-Label
           MOVE Tot-Placed TO TL-Amount
           WRITE ReportLine FROM Total-Line
           MOVE "GROSS RECOVERED BY THE AGENCY" TO TL-Label
           MOVE Tot-Gross TO TL-Amount
           WRITE ReportLine FROM Total-Line
           MOVE "AGENCY COMMISSION" TO TL-Label
           MOVE Tot-Commission TO TL-Amount
           WRITE ReportLine FROM Total-Line
           MOVE "NET RECOVERED TO THE SHOP" TO TL-Label
           MOVE Tot-Net TO TL-Amount
           WRITE ReportLine FROM Total-Line
           IF Tot-Placed > ZEROS
               COMPUTE Recovery-Rate ROUNDED =
                   Tot-Gross * 100 / Tot-Placed
                   ON SIZE ERROR
                       MOVE 999.9 TO Recovery-Rate
               END-COMPUTE
               MOVE Recovery-Rate TO RL-Rate
               WRITE ReportLine FROM Rate-Line
           END-IF.
