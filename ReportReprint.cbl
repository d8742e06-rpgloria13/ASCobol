      ******************************************************************
      * Author:
      * Date:
      * Purpose: Operator list-and-reprint session for the nightly
      *          reports the ReportArchive step files under each
      *          cycle's ccyymmdd.nn suffix.  L lists the report
      *          index (RPTINDEX.DAT) for one business date or all,
      *          and one report name or all, with each cycle's page
      *          and line counts; R reprints one archived report,
      *          picked by name, date and cycle (zero takes that
      *          date's latest cycle), onto REPRINT.RPT under a
      *          heading naming what it is - so last Tuesday's
      *          over-limit list is a lookup instead of a search
      *          through the paper.  Reports rolled off by RollOff
      *          are gone from the index and cannot be reprinted.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportReprint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IndexFile ASSIGN TO "RPTINDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Index-Status.

           SELECT ArchiveInFile ASSIGN DYNAMIC Archive-In-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArchiveIn-Status.

           SELECT ReprintFile ASSIGN TO "REPRINT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SysLockFile ASSIGN TO "SYSLOCK.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SysLock-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  IndexFile.
       01  IndexRec.
           COPY ReportIndex.

       FD  ArchiveInFile.
       01  ArchiveInLine           PIC X(132).

       FD  ReprintFile.
       01  ReprintLine             PIC X(132).

       FD  SysLockFile.
       01  SysLockRec.
           05  LkHolder            PIC X(8).
           05  FILLER              PIC X(1).
           05  LkTimestamp         PIC X(14).

       WORKING-STORAGE SECTION.
       01  Index-Status         PIC XX.
       01  ArchiveIn-Status     PIC XX.
       01  SysLock-Status       PIC XX.

       01  Menu-Choice          PIC X VALUE SPACE.
       01  Index-EOF            PIC X.
       01  Copy-EOF             PIC X.
       01  Select-Name          PIC X(16).
       01  Keyed-Name           PIC X(16).
       01  Select-Date          PIC 9(8).
       01  Select-Cycle         PIC 99.
       01  Dot-Count            PIC 99.
       01  Entries-Listed       PIC 9(5).
       01  Lines-Reprinted      PIC 9(7).
       01  Archive-In-Name      PIC X(40).

       01  Found-Entry          PIC X.
       01  Found-Date           PIC X(8).
       01  Found-Cycle          PIC 99.
       01  Found-Pages          PIC 9(5).
       01  Found-Lines          PIC 9(7).

       01  List-Heading.
           05  FILLER              PIC X(36)
               VALUE "REPORT            CYCLE         PAGE".
           05  FILLER              PIC X(12)
               VALUE "S      LINES".

       01  List-Line.
           05  LL-ReportName       PIC X(16).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LL-RunDate          PIC X(8).
           05  FILLER              PIC X(1) VALUE ".".
           05  LL-Cycle            PIC 99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LL-Pages            PIC ZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LL-Lines            PIC Z,ZZZ,ZZ9.

       01  Reprint-Heading.
           05  FILLER              PIC X(11) VALUE "REPRINT OF ".
           05  RH-ReportName       PIC X(16).
           05  FILLER              PIC X(10) VALUE " FOR CYCLE".
           05  FILLER              PIC X(1) VALUE SPACES.
           05  RH-RunDate          PIC X(8).
           05  FILLER              PIC X(1) VALUE ".".
           05  RH-Cycle            PIC 99.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Check-System-Lock

           PERFORM UNTIL Menu-Choice = "X" OR Menu-Choice = "x"
               DISPLAY " "
               DISPLAY "L=LIST ARCHIVED REPORTS, R=REPRINT ONE,"
                   " X=EXIT: "
               ACCEPT Menu-Choice
               EVALUATE Menu-Choice
                   WHEN "L"
                   WHEN "l"
                       PERFORM List-Archived-Reports
                   WHEN "R"
                   WHEN "r"
                       PERFORM Reprint-One-Report
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      ******************************************************************
      * Operators key MERGE as readily as MERGE.RPT; a name with no
      * extension is taken to mean the .RPT report of that name.
      ******************************************************************
       Accept-Report-Name.
           MOVE SPACES TO Keyed-Name
           ACCEPT Keyed-Name
           MOVE Keyed-Name TO Select-Name
           IF Keyed-Name = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO Dot-Count
           INSPECT Keyed-Name TALLYING Dot-Count FOR ALL "."
           IF Dot-Count = ZEROS
               MOVE SPACES TO Select-Name
               STRING Keyed-Name DELIMITED BY SPACE
                   ".RPT" DELIMITED BY SIZE
                   INTO Select-Name
           END-IF.

       List-Archived-Reports.
           DISPLAY "BUSINESS DATE CCYYMMDD (0 = ALL DATES): "
           MOVE ZEROS TO Select-Date
           ACCEPT Select-Date
           DISPLAY "REPORT NAME (BLANK = ALL REPORTS): "
           PERFORM Accept-Report-Name

           OPEN INPUT IndexFile
           IF Index-Status NOT = "00"
               DISPLAY "NO REPORTS FILED YET - RPTINDEX.DAT NOT FOUND"
               EXIT PARAGRAPH
           END-IF
           DISPLAY List-Heading
           MOVE ZEROS TO Entries-Listed
           MOVE "N" TO Index-EOF
           PERFORM UNTIL Index-EOF = "Y"
               READ IndexFile
                   AT END
                       MOVE "Y" TO Index-EOF
                   NOT AT END
                       PERFORM List-One-Entry
               END-READ
           END-PERFORM
           CLOSE IndexFile
           DISPLAY "REPORTS LISTED: " Entries-Listed.

       List-One-Entry.
           IF Select-Date NOT = ZEROS
               AND RiRunDate NOT = Select-Date
               EXIT PARAGRAPH
           END-IF
           IF Select-Name NOT = SPACES
               AND RiReportName NOT = Select-Name
               EXIT PARAGRAPH
           END-IF
           MOVE RiReportName TO LL-ReportName
           MOVE RiRunDate TO LL-RunDate
           MOVE RiCycle TO LL-Cycle
           MOVE RiPageCount TO LL-Pages
           MOVE RiLineCount TO LL-Lines
           DISPLAY List-Line
           ADD 1 TO Entries-Listed.

      ******************************************************************
      * Only a report the index knows is reprinted, so a name typed
      * wrong is caught against the index instead of surfacing as
      * a file-not-found.  A cycle of zero takes the latest cycle
      * filed on that date.
      ******************************************************************
       Reprint-One-Report.
           DISPLAY "REPORT NAME: "
           PERFORM Accept-Report-Name
           IF Select-Name = SPACES
               DISPLAY "A REPORT NAME IS REQUIRED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "BUSINESS DATE CCYYMMDD: "
           MOVE ZEROS TO Select-Date
           ACCEPT Select-Date
           DISPLAY "CYCLE NUMBER (0 = LATEST THAT DATE): "
           MOVE ZEROS TO Select-Cycle
           ACCEPT Select-Cycle

           PERFORM Find-Index-Entry
           IF Found-Entry = "N"
               DISPLAY Select-Name " FOR " Select-Date
                   " IS NOT IN THE REPORT INDEX"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO Archive-In-Name
           STRING Select-Name DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               Found-Date DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               Found-Cycle DELIMITED BY SIZE
               INTO Archive-In-Name
           OPEN INPUT ArchiveInFile
           IF ArchiveIn-Status NOT = "00"
               DISPLAY "ARCHIVED FILE " Archive-In-Name
                   " IS MISSING, STATUS " ArchiveIn-Status
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ReprintFile
           MOVE SPACES TO ReprintLine
           MOVE Select-Name TO RH-ReportName
           MOVE Found-Date TO RH-RunDate
           MOVE Found-Cycle TO RH-Cycle
           WRITE ReprintLine FROM Reprint-Heading
           MOVE SPACES TO ReprintLine
           WRITE ReprintLine
           MOVE ZEROS TO Lines-Reprinted
           MOVE "N" TO Copy-EOF
           PERFORM UNTIL Copy-EOF = "Y"
               READ ArchiveInFile
                   AT END
                       MOVE "Y" TO Copy-EOF
                   NOT AT END
                       WRITE ReprintLine FROM ArchiveInLine
                       ADD 1 TO Lines-Reprinted
               END-READ
           END-PERFORM
           CLOSE ArchiveInFile
           CLOSE ReprintFile
           IF Lines-Reprinted NOT = Found-Lines
               DISPLAY "WARNING - INDEX SHOWS " Found-Lines
                   " LINES, ARCHIVE HOLDS " Lines-Reprinted
           END-IF
           DISPLAY "REPRINTED " Archive-In-Name " ("
               Found-Pages " PAGES) TO REPRINT.RPT".

       Find-Index-Entry.
           MOVE "N" TO Found-Entry
           MOVE ZEROS TO Found-Cycle
           OPEN INPUT IndexFile
           IF Index-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Index-EOF
           PERFORM UNTIL Index-EOF = "Y"
               READ IndexFile
                   AT END
                       MOVE "Y" TO Index-EOF
                   NOT AT END
                       PERFORM Match-One-Entry
               END-READ
           END-PERFORM
           CLOSE IndexFile.

       Match-One-Entry.
           IF RiReportName NOT = Select-Name
               OR RiRunDate NOT = Select-Date
               EXIT PARAGRAPH
           END-IF
           IF Select-Cycle NOT = ZEROS
               AND RiCycle NOT = Select-Cycle
               EXIT PARAGRAPH
           END-IF
           IF Found-Entry = "Y" AND RiCycle < Found-Cycle
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO Found-Entry
           MOVE RiRunDate TO Found-Date
           MOVE RiCycle TO Found-Cycle
           MOVE RiPageCount TO Found-Pages
           MOVE RiLineCount TO Found-Lines.

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
