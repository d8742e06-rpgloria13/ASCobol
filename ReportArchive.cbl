      ******************************************************************
      * Author:
      * Date:
      * Purpose: Files the nightly cycle's reports so they are not
      *          lost when the next night overwrites them.  The
      *          generation filename is read from the console (the
      *          nightly script pipes it in) and each of the batch's
      *          reports - MERGE.RPT, RECON.RPT, GLPROOF.RPT and the
      *          rest named in the table below - is copied to the
      *          same name under the generation's ccyymmdd.nn
      *          suffix, the way Step 7 sets the transaction inputs
      *          aside.  One RPTINDEX.DAT record per report filed
      *          carries its name, cycle, page and line counts;
      *          ReportReprint lists and reprints from that index and
      *          RollOff retires it with the other dated history.  A
      *          rerun of the same cycle files the reports again and
      *          replaces that cycle's index records rather than
      *          doubling them.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportArchive.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReportInFile ASSIGN DYNAMIC Report-In-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportIn-Status.

           SELECT ArchiveOutFile ASSIGN DYNAMIC Archive-Out-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArchiveOut-Status.

           SELECT IndexFile ASSIGN TO "RPTINDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Index-Status.

           SELECT IndexWorkFile ASSIGN TO "RPTINDEX.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ReportInFile.
       01  ReportInLine            PIC X(132).

       FD  ArchiveOutFile.
       01  ArchiveOutLine          PIC X(132).

       FD  IndexFile.
       01  IndexRec.
           COPY ReportIndex.

       FD  IndexWorkFile.
       01  IndexWorkRec.
           COPY ReportIndex.

       WORKING-STORAGE SECTION.
       01  ReportIn-Status      PIC XX.
       01  ArchiveOut-Status    PIC XX.
       01  Index-Status         PIC XX.

       01  Gen-Filename         PIC X(40).
       01  Gen-Date             PIC X(8).
       01  Gen-Cycle            PIC 99.
       01  Gen-Suffix           PIC X(11).
       01  Report-In-Name       PIC X(40).
       01  Archive-Out-Name     PIC X(40).

       01  Copy-EOF             PIC X.
       01  Index-EOF            PIC X.
       01  Report-Sub           PIC 99.
       01  Lines-Copied         PIC 9(7).
       01  Pages-Copied         PIC 9(5).
       01  Page-Remainder       PIC 99.
       01  Lines-Per-Page       PIC 99 VALUE 60.
       01  Reports-Filed        PIC 99 VALUE ZEROS.
       01  Reports-Absent       PIC 99 VALUE ZEROS.
       01  Index-Replaced       PIC 9(5) VALUE ZEROS.

      * Every report the nightly batch writes, in step order.
       01  Report-Name-Table.
           05  FILLER              PIC X(16) VALUE "MACHBILL.RPT".
           05  FILLER              PIC X(16) VALUE "MERGE.RPT".
           05  FILLER              PIC X(16) VALUE "OVERLIMIT.RPT".
           05  FILLER              PIC X(16) VALUE "WDLBAL.RPT".
           05  FILLER              PIC X(16) VALUE "PLANPAST.RPT".
           05  FILLER              PIC X(16) VALUE "CONSOL.RPT".
           05  FILLER              PIC X(16) VALUE "REINST.RPT".
           05  FILLER              PIC X(16) VALUE "RCVPOST.RPT".
           05  FILLER              PIC X(16) VALUE "RECON.RPT".
           05  FILLER              PIC X(16) VALUE "GLPROOF.RPT".
           05  FILLER              PIC X(16) VALUE "INTEGRTY.RPT".
           05  FILLER              PIC X(16) VALUE "REORDER.RPT".
           05  FILLER              PIC X(16) VALUE "PO.RPT".
       01  Report-Names REDEFINES Report-Name-Table.
           05  Report-Name         PIC X(16) OCCURS 13 TIMES.

       PROCEDURE DIVISION.
       Begin.
           DISPLAY "NEW GENERATION FILENAME: "
           ACCEPT Gen-Filename
           PERFORM Parse-Generation-Name

           PERFORM Copy-Index-Less-This-Cycle
           PERFORM VARYING Report-Sub FROM 1 BY 1
               UNTIL Report-Sub > 13
               PERFORM File-One-Report
           END-PERFORM
           CLOSE IndexWorkFile
           PERFORM Replace-Index-File

           IF Index-Replaced > ZEROS
               DISPLAY "INDEX RECORDS REPLACED FOR A RERUN: "
                   Index-Replaced
           END-IF
           DISPLAY "REPORTS FILED:      " Reports-Filed
           DISPLAY "REPORTS NOT FOUND:  " Reports-Absent
           STOP RUN.

      ******************************************************************
      * The generation name carries the business date and cycle
      * number (STUDENTS.NEW.ccyymmdd.nn); the reports are filed
      * under that same suffix.
      ******************************************************************
       Parse-Generation-Name.
           IF Gen-Filename(1:13) NOT = "STUDENTS.NEW."
               OR Gen-Filename(14:8) IS NOT NUMERIC
               OR Gen-Filename(23:2) IS NOT NUMERIC
               DISPLAY "ABORTED - UNRECOGNIZED GENERATION NAME "
                   Gen-Filename
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE Gen-Filename(14:8) TO Gen-Date
           MOVE Gen-Filename(23:2) TO Gen-Cycle
           MOVE Gen-Filename(14:11) TO Gen-Suffix.

      ******************************************************************
      * The index is carried forward onto a work copy without this
      * cycle's records; the records for the reports filed below are
      * added to the same work copy, which then replaces the index.
      ******************************************************************
       Copy-Index-Less-This-Cycle.
           OPEN OUTPUT IndexWorkFile
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
                       IF RiRunDate OF IndexRec = Gen-Date
                           AND RiCycle OF IndexRec = Gen-Cycle
                           ADD 1 TO Index-Replaced
                       ELSE
                           WRITE IndexWorkRec FROM IndexRec
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IndexFile.

      * A report the cycle did not produce is passed over - a step
      * that has nothing to do still writes its report, so one
      * missing here is worth the operator's notice, not an abort.
       File-One-Report.
           MOVE SPACES TO Report-In-Name
           STRING Report-Name(Report-Sub) DELIMITED BY SPACE
               INTO Report-In-Name
           OPEN INPUT ReportInFile
           IF ReportIn-Status NOT = "00"
               DISPLAY "NOT FOUND, NOT FILED: " Report-In-Name
               ADD 1 TO Reports-Absent
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Archive-Out-Name
           STRING Report-Name(Report-Sub) DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               Gen-Suffix DELIMITED BY SIZE
               INTO Archive-Out-Name
           OPEN OUTPUT ArchiveOutFile
           IF ArchiveOut-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT WRITE " Archive-Out-Name
                   ", STATUS " ArchiveOut-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROS TO Lines-Copied
           MOVE "N" TO Copy-EOF
           PERFORM UNTIL Copy-EOF = "Y"
               READ ReportInFile
                   AT END
                       MOVE "Y" TO Copy-EOF
                   NOT AT END
                       WRITE ArchiveOutLine FROM ReportInLine
                       ADD 1 TO Lines-Copied
               END-READ
           END-PERFORM
           CLOSE ReportInFile
           CLOSE ArchiveOutFile

           DIVIDE Lines-Copied BY Lines-Per-Page
               GIVING Pages-Copied REMAINDER Page-Remainder
           IF Page-Remainder > ZEROS
               ADD 1 TO Pages-Copied
           END-IF
           MOVE SPACES TO IndexWorkRec
           MOVE Report-Name(Report-Sub) TO RiReportName OF IndexWorkRec
           MOVE Gen-Date TO RiRunDate OF IndexWorkRec
           MOVE Gen-Cycle TO RiCycle OF IndexWorkRec
           MOVE Pages-Copied TO RiPageCount OF IndexWorkRec
           MOVE Lines-Copied TO RiLineCount OF IndexWorkRec
           WRITE IndexWorkRec
           ADD 1 TO Reports-Filed
           DISPLAY "FILED " Archive-Out-Name
               " (" Lines-Copied " LINES)".

       Replace-Index-File.
           OPEN INPUT IndexWorkFile
           OPEN OUTPUT IndexFile
           MOVE "N" TO Index-EOF
           PERFORM UNTIL Index-EOF = "Y"
               READ IndexWorkFile
                   AT END
                       MOVE "Y" TO Index-EOF
                   NOT AT END
                       WRITE IndexRec FROM IndexWorkRec
               END-READ
           END-PERFORM
           CLOSE IndexWorkFile
           CLOSE IndexFile.
