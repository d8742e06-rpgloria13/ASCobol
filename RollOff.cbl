      *          or before the close, the current cycle's ledger
      *          rows always stay live and Reconcile keeps balancing
      *          across the boundary untouched.
      *
      *          The nightly reports ReportArchive files under each
      *          cycle's suffix roll off on the same cutoff: their
      *          RPTINDEX.DAT records move to RPTINDEX.ARC.ccyymmdd,
      *          which keeps the record of what was filed, and the
      *          filed report copies themselves are listed on
      *          ROLLDEL.LST for the nightly script to delete.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT BalHistKeepFile ASSIGN TO "ROLLBAL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ReportIndexFile ASSIGN TO "RPTINDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RptIndex-Status.

           SELECT RptIndexArcFile ASSIGN DYNAMIC RptIndexArc-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RptIndexArc-Status.

           SELECT RptIndexKeepFile ASSIGN TO "ROLLRPT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RolledReportFile ASSIGN TO "ROLLDEL.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RolledRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  LedgerFile.
       01  BalHistKeepRec.
           COPY BalanceHistory.

       FD  ReportIndexFile.
       01  ReportIndexRec.
           COPY ReportIndex.

       FD  RptIndexArcFile.
       01  RptIndexArcRec.
           COPY ReportIndex.

       FD  RptIndexKeepFile.
       01  RptIndexKeepRec.
           COPY ReportIndex.

       FD  RolledReportFile.
       01  RolledReportRec         PIC X(40).

       WORKING-STORAGE SECTION.
       01  Ledger-Status        PIC XX.
       01  LedgerArc-Status     PIC XX.
       01  HistoryArc-Status    PIC XX.
       01  BalHist-Status       PIC XX.
       01  BalHistArc-Status    PIC XX.
       01  RptIndex-Status      PIC XX.
       01  RptIndexArc-Status   PIC XX.
       01  RolledRpt-Status     PIC XX.

       01  LedgerArc-Filename   PIC X(40) VALUE SPACES.
       01  JournalArc-Filename  PIC X(40) VALUE SPACES.
       01  HistoryArc-Filename  PIC X(40) VALUE SPACES.
       01  BalHistArc-Filename  PIC X(40) VALUE SPACES.
       01  RptIndexArc-Filename PIC X(40) VALUE SPACES.

       01  Cutoff-Date          PIC 9(8).
       01  Cutoff-Text          PIC X(8).
       01  History-Kept         PIC 9(7) VALUE ZEROS.
       01  BalHist-Archived     PIC 9(7) VALUE ZEROS.
       01  BalHist-Kept         PIC 9(7) VALUE ZEROS.
       01  Reports-Archived     PIC 9(7) VALUE ZEROS.
       01  Reports-Kept         PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
               INTO HistoryArc-Filename
           STRING "BALHIST.ARC." Cutoff-Text DELIMITED BY SIZE
               INTO BalHistArc-Filename
           STRING "RPTINDEX.ARC." Cutoff-Text DELIMITED BY SIZE
               INTO RptIndexArc-Filename

           DISPLAY "ARCHIVING ROWS BEFORE " Cutoff-Text
               " (Y TO CONFIRM): "
           PERFORM Roll-Off-Journal
           PERFORM Roll-Off-Run-History
           PERFORM Roll-Off-Balance-History
           PERFORM Roll-Off-Report-Index

           DISPLAY "LEDGER ROWS ARCHIVED:   " Ledger-Archived
               "  KEPT: " Ledger-Kept
               "  KEPT: " History-Kept
           DISPLAY "BALANCE HIST ARCHIVED:  " BalHist-Archived
               "  KEPT: " BalHist-Kept
           DISPLAY "FILED REPORTS ROLLED:   " Reports-Archived
               "  KEPT: " Reports-Kept
           IF Reports-Archived > ZEROS
               DISPLAY "ROLLED REPORT COPIES LISTED ON ROLLDEL.LST -"
                   " THE NEXT NIGHTLY RUN DELETES THEM"
           END-IF
           STOP RUN.

      ******************************************************************
               WRITE BalHistKeepRec
               ADD 1 TO BalHist-Kept
           END-IF.

      ******************************************************************
      * A rolled index record's report copy is listed on ROLLDEL.LST
      * once the record is safely on the index archive; the nightly
      * script removes the listed copies and the list, the same way
      * it purges old generations.  The list is EXTEND so a second
      * roll-off before the next night only adds to it.
      ******************************************************************
       Roll-Off-Report-Index.
           MOVE "N" TO File-EOF
           OPEN INPUT ReportIndexFile
           IF RptIndex-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND RptIndexArcFile
           IF RptIndexArc-Status = "35"
               OPEN OUTPUT RptIndexArcFile
           END-IF
           OPEN OUTPUT RptIndexKeepFile
           OPEN EXTEND RolledReportFile
           IF RolledRpt-Status = "35"
               OPEN OUTPUT RolledReportFile
           END-IF
           IF RolledRpt-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN ROLLDEL.LST, STATUS "
                   RolledRpt-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL File-EOF = "Y"
               READ ReportIndexFile
                   AT END
                       MOVE "Y" TO File-EOF
                   NOT AT END
                       PERFORM Split-One-Report-Index-Row
               END-READ
           END-PERFORM
           CLOSE ReportIndexFile
           CLOSE RptIndexArcFile
           CLOSE RptIndexKeepFile
           CLOSE RolledReportFile
           MOVE "N" TO File-EOF
           OPEN INPUT RptIndexKeepFile
           OPEN OUTPUT ReportIndexFile
           PERFORM UNTIL File-EOF = "Y"
               READ RptIndexKeepFile
                   AT END
                       MOVE "Y" TO File-EOF
                   NOT AT END
                       MOVE RptIndexKeepRec TO ReportIndexRec
                       WRITE ReportIndexRec
               END-READ
           END-PERFORM
           CLOSE RptIndexKeepFile
           CLOSE ReportIndexFile.

       Split-One-Report-Index-Row.
           IF RiRunDate OF ReportIndexRec IS NUMERIC
               AND RiRunDate OF ReportIndexRec < Cutoff-Text
               MOVE ReportIndexRec TO RptIndexArcRec
               WRITE RptIndexArcRec
               ADD 1 TO Reports-Archived
               PERFORM List-Rolled-Report
           ELSE
               MOVE ReportIndexRec TO RptIndexKeepRec
               WRITE RptIndexKeepRec
               ADD 1 TO Reports-Kept
           END-IF.

       List-Rolled-Report.
           MOVE SPACES TO RolledReportRec
           STRING RiReportName OF ReportIndexRec DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               RiRunDate OF ReportIndexRec DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               RiCycle OF ReportIndexRec DELIMITED BY SIZE
               INTO RolledReportRec
           WRITE RolledReportRec.
