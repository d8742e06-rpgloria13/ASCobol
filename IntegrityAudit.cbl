      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly cross-file integrity audit, run on the new
      *          generation before it is promoted.  The companion
      *          files that hang off StudentId - STUDCONT, PAYPLAN,
      *          TOOLCHK, REFUNDDUE, MEMO, CORRPEND and WOFPEND -
      *          are each written by their own session and each
      *          trusts the others to keep in step; this step checks
      *          every one of them against the generation the
      *          nightly script pipes in (the contact and plan files
      *          as Merge just carried them, the .NEW copy the
      *          promote step is about to publish).  Reported on
      *          INTEGRTY.RPT:
      *            - records whose student is not on the master
      *              (returned tool checkouts are history and are
      *              not counted; refunds owed a withdrawn student
      *              are listed so the check is not forgotten)
      *            - records out of ascending student order in the
      *              files Merge, OverdueTools and the sessions
      *              walk beside the master
      *            - duplicate keys: a second contact card or plan
      *              for one student, a tool tag open twice to the
      *              same student, a second correction or write-off
      *              waiting for one student, or a refund captured
      *              twice
      *            - every student's ShopTotal proved against the
      *              LgBalanceAfter of their latest LEDGER.DAT row,
      *              or against zero when their latest BALHIST.DAT
      *              close is later than any ledger row (PeriodEnd
      *              zeroes the account without a ledger row)
      *          Sequence breaks and unreadable student IDs in the
      *          files walked beside the master, duplicate contact
      *          and plan records, and balances that do not prove
      *          (or a master out of order) are severe: the
      *          program ends with a nonzero return code so the batch
      *          stops before the promote, and a hand-edit or a half
      *          run session is caught the night it happens.  The
      *          rest are warnings for the office to clear.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegrityAudit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MasterFile ASSIGN DYNAMIC Gen-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Master-Status.

           SELECT CompanionFile ASSIGN DYNAMIC Companion-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Companion-Status.

           SELECT LedgerFile ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ledger-Status.

           SELECT BalHistFile ASSIGN TO "BALHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BalHist-Status.

           SELECT CompanionXtFile ASSIGN TO "INTEGCMP.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BalanceXtFile ASSIGN TO "INTEGBAL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CompanionSortFile ASSIGN TO "INTEGCMP.SRT".

           SELECT BalanceSortFile ASSIGN TO "INTEGBAL.SRT".

           SELECT ReportFile ASSIGN TO "INTEGRTY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MasterFile.
       01  MasterRec.
           COPY StudentMaster.

      * Every companion file carries the student ID in its first
      * seven bytes; the views below are the two files whose
      * duplicate key needs more than the ID.
       FD  CompanionFile.
       01  CompanionRec.
           05  CpStudentId         PIC X(7).
           05  FILLER              PIC X(125).
       01  CheckoutView.
           COPY ToolCheckout.
       01  RefundView.
           COPY RefundDue.

       FD  LedgerFile.
       01  LedgerRec.
           COPY LedgerRecord.

       FD  BalHistFile.
       01  BalHistRec.
           COPY BalanceHistory.

       FD  CompanionXtFile.
       01  CompanionXtRec.
           05  XcStudentId         PIC 9(7).
           05  XcDupKey            PIC X(40).
           05  XcRecordNo          PIC 9(7).
           05  XcCheckOrphan       PIC X.

       SD  CompanionSortFile.
       01  CompanionSortRec.
           05  XsStudentId         PIC 9(7).
           05  XsDupKey            PIC X(40).
           05  XsRecordNo          PIC 9(7).
           05  XsCheckOrphan       PIC X.

      * XbKind C is a BALHIST.DAT close, L a ledger row (XbSeq its
      * place on the file); XbDate is the close date or the row's
      * LgRunDate.  Rows sort by date, and on the same date a ledger
      * row sorts ahead of the close - a close takes in the whole of
      * its day, as PeriodEnd counts it - so the last row of a
      * student's group is the latest evidence of the balance.  A
      * close's balance is the zero PeriodEnd left behind, not the
      * balance it closed out.
       FD  BalanceXtFile.
       01  BalanceXtRec.
           05  XbStudentId         PIC 9(7).
           05  XbDate              PIC X(8).
           05  XbKind              PIC X.
           05  XbSeq               PIC 9(9).
           05  XbBalance           PIC 9(5)V99.

       SD  BalanceSortFile.
       01  BalanceSortRec.
           05  XtStudentId         PIC 9(7).
           05  XtDate              PIC X(8).
           05  XtKind              PIC X.
           05  XtSeq               PIC 9(9).
           05  XtBalance           PIC 9(5)V99.

       FD  ReportFile.
       01  ReportLine              PIC X(80).

       WORKING-STORAGE SECTION.
       01  Master-Status        PIC XX.
       01  Companion-Status     PIC XX.
       01  Ledger-Status        PIC XX.
       01  BalHist-Status       PIC XX.
       01  Gen-Filename         PIC X(40).
       01  Gen-Date             PIC X(8).
       01  Gen-Cycle            PIC 99.
       01  Companion-Filename   PIC X(13).

       01  Master-EOF           PIC X.
       01  Companion-EOF        PIC X.
       01  Extract-EOF          PIC X.
       01  Ledger-EOF           PIC X.
       01  BalHist-EOF          PIC X.

       01  File-Sub             PIC 9.
       01  Record-No            PIC 9(7).
       01  Ledger-Seq           PIC 9(9).
       01  Previous-Id          PIC X(7).
       01  Previous-Xt-Id       PIC 9(7).
       01  Previous-Dup-Key     PIC X(40).
       01  Previous-Record-No   PIC 9(7).
       01  Previous-Master-Id   PIC 9(7).
       01  Master-Count         PIC 9(7) VALUE ZEROS.
       01  Evidence-Found       PIC X.
       01  Evidence-Kind        PIC X.
       01  Evidence-Balance     PIC 9(5)V99.

       01  Students-Proven      PIC 9(7) VALUE ZEROS.
       01  Students-Unproven    PIC 9(7) VALUE ZEROS.
       01  Balance-Severe       PIC 9(5) VALUE ZEROS.
       01  Balance-Warnings     PIC 9(5) VALUE ZEROS.
       01  Total-Severe         PIC 9(5) VALUE ZEROS.
       01  Total-Warnings       PIC 9(5) VALUE ZEROS.

      * Filled in by the caller before PERFORM Write-Exception.
       01  Exc-File             PIC X(13).
       01  Exc-RecordNo         PIC 9(7).
       01  Exc-StudentId        PIC X(7).
       01  Exc-Severity         PIC X.
       01  Exc-Text             PIC X(40).

       01  Edited-Record-No     PIC 9(7).
       01  Edited-Shop          PIC ZZ,ZZ9.99.
       01  Edited-Evidence      PIC ZZ,ZZ9.99.

      ******************************************************************
      * The companion files, in the order they are audited.  Each
      * entry gives the file the promote step will publish (the .NEW
      * copy Merge writes, for the two files Merge carries) and the
      * live file to fall back on, whether the file is kept in
      * ascending student order, how a duplicate is recognized
      * (N never, I a second record for the student, T a tool tag
      * open twice to the student, R an identical record) and how
      * serious one is, and which records must belong to a student
      * on the master (A all, O open checkouts only).
      ******************************************************************
       01  Companion-File-Table.
           05  FILLER.
               10  FILLER          PIC X(13) VALUE "STUDCONT.NEW".
               10  FILLER          PIC X(13) VALUE "STUDCONT.DAT".
               10  FILLER          PIC X(4) VALUE "YISA".
           05  FILLER.
               10  FILLER          PIC X(13) VALUE "PAYPLAN.NEW".
               10  FILLER          PIC X(13) VALUE "PAYPLAN.DAT".
               10  FILLER          PIC X(4) VALUE "YISA".
           05  FILLER.
               10  FILLER          PIC X(13) VALUE SPACES.
               10  FILLER          PIC X(13) VALUE "TOOLCHK.DAT".
               10  FILLER          PIC X(4) VALUE "YTWO".
           05  FILLER.
               10  FILLER          PIC X(13) VALUE SPACES.
               10  FILLER          PIC X(13) VALUE "REFUNDDUE.DAT".
               10  FILLER          PIC X(4) VALUE "NRWA".
           05  FILLER.
               10  FILLER          PIC X(13) VALUE SPACES.
               10  FILLER          PIC X(13) VALUE "MEMO.DAT".
               10  FILLER          PIC X(4) VALUE "NNWA".
           05  FILLER.
               10  FILLER          PIC X(13) VALUE SPACES.
               10  FILLER          PIC X(13) VALUE "CORRPEND.DAT".
               10  FILLER          PIC X(4) VALUE "NIWA".
           05  FILLER.
               10  FILLER          PIC X(13) VALUE SPACES.
               10  FILLER          PIC X(13) VALUE "WOFPEND.DAT".
               10  FILLER          PIC X(4) VALUE "NIWA".
       01  Companion-Files REDEFINES Companion-File-Table.
           05  Companion-File OCCURS 7 TIMES.
               10  CfNewName           PIC X(13).
               10  CfName              PIC X(13).
               10  CfSequenced         PIC X.
               10  CfDupRule           PIC X.
               10  CfDupSeverity       PIC X.
               10  CfOrphanRule        PIC X.

       01  File-Result-Table.
           05  File-Result OCCURS 7 TIMES.
               10  FrCheckedName       PIC X(13).
               10  FrPresent           PIC X.
               10  FrRecords           PIC 9(7).
               10  FrSevere            PIC 9(5).
               10  FrWarnings          PIC 9(5).

       01  Report-Heading       PIC X(80)
           VALUE "NIGHTLY CROSS-FILE INTEGRITY AUDIT".

       01  Ident-Line.
           05  FILLER              PIC X(12) VALUE "GENERATION: ".
           05  IL-Filename         PIC X(40).

       01  Exception-Heading    PIC X(80) VALUE "EXCEPTIONS".

       01  Exception-Columns    PIC X(80) VALUE
           "FILE          RECORD  STUDENT  LEVEL   EXCEPTION".

       01  Exception-Line.
           05  EL-File             PIC X(13).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  EL-RecordNo         PIC Z(7).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  EL-StudentId        PIC X(7).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  EL-Severity         PIC X(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  EL-Text             PIC X(40).

       01  Summary-Heading      PIC X(80) VALUE
           "FILE CHECKED    RECORDS   SEVERE  WARNINGS".

       01  Summary-Line.
           05  SL-File             PIC X(13).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  SL-Records          PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  SL-Severe           PIC ZZ,ZZ9.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  SL-Warnings         PIC ZZ,ZZ9.

       01  Absent-Line.
           05  AL-File             PIC X(13).
           05  FILLER              PIC X(32)
               VALUE "  NOT PRESENT - NOTHING TO CHECK".

       01  Total-Line.
           05  TL-Label            PIC X(34).
           05  TL-Count            PIC Z,ZZZ,ZZ9.

       01  Verdict-Line         PIC X(80).

       PROCEDURE DIVISION.
       Begin.
           DISPLAY "NEW GENERATION FILENAME: "
           ACCEPT Gen-Filename
           PERFORM Parse-Generation-Name

           OPEN OUTPUT ReportFile
           WRITE ReportLine FROM Report-Heading
           MOVE Gen-Filename TO IL-Filename
           WRITE ReportLine FROM Ident-Line
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM Exception-Heading
           WRITE ReportLine FROM Exception-Columns

           PERFORM VARYING File-Sub FROM 1 BY 1
               UNTIL File-Sub > 7
               PERFORM Audit-One-File
           END-PERFORM
           PERFORM Prove-Balances

           PERFORM Write-Audit-Summary
           CLOSE ReportFile

           IF Total-Severe > ZEROS
               DISPLAY "INTEGRITY AUDIT FOUND " Total-Severe
                   " SEVERE EXCEPTIONS - SEE INTEGRTY.RPT"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "INTEGRITY AUDIT CLEAN, WARNINGS: "
                   Total-Warnings " - SEE INTEGRTY.RPT"
           END-IF
           STOP RUN.

      ******************************************************************
      * The generation name carries the business date and cycle
      * number (STUDENTS.NEW.ccyymmdd.nn); it is also the master
      * every companion file is checked against.
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
           MOVE Gen-Filename(23:2) TO Gen-Cycle.

      ******************************************************************
      * One companion file: read in its own order for the sequence
      * check, then sorted by student and matched against the master
      * for orphans and duplicates.  A file that does not exist yet
      * has nothing to check.
      ******************************************************************
       Audit-One-File.
           MOVE "N" TO FrPresent(File-Sub)
           MOVE ZEROS TO FrRecords(File-Sub)
           MOVE ZEROS TO FrSevere(File-Sub)
           MOVE ZEROS TO FrWarnings(File-Sub)
           MOVE "35" TO Companion-Status
           IF CfNewName(File-Sub) NOT = SPACES
               MOVE CfNewName(File-Sub) TO Companion-Filename
               OPEN INPUT CompanionFile
           END-IF
           IF Companion-Status = "35"
               MOVE CfName(File-Sub) TO Companion-Filename
               OPEN INPUT CompanionFile
           END-IF
           MOVE Companion-Filename TO FrCheckedName(File-Sub)
           IF Companion-Status = "35"
               EXIT PARAGRAPH
           END-IF
           IF Companion-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN " Companion-Filename
                   ", STATUS " Companion-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Y" TO FrPresent(File-Sub)

           MOVE ZEROS TO Record-No
           MOVE SPACES TO Previous-Id
           MOVE "N" TO Companion-EOF
           OPEN OUTPUT CompanionXtFile
           PERFORM UNTIL Companion-EOF = "Y"
               READ CompanionFile
                   AT END
                       MOVE "Y" TO Companion-EOF
                   NOT AT END
                       PERFORM Extract-One-Companion
               END-READ
           END-PERFORM
           CLOSE CompanionFile
           CLOSE CompanionXtFile

           SORT CompanionSortFile
               ON ASCENDING KEY XsStudentId
                                XsDupKey
                                XsRecordNo
               USING CompanionXtFile
               GIVING CompanionXtFile
           PERFORM Match-Companion-To-Master.

      * A record with no usable student ID can be matched to nothing;
      * in a file walked beside the master it throws the walk off and
      * is severe, on a queue it is only a bad line.  Only the break
      * itself is reported when a file runs out of order, not every
      * record after it.
       Extract-One-Companion.
           ADD 1 TO Record-No
           ADD 1 TO FrRecords(File-Sub)
           MOVE Companion-Filename TO Exc-File
           MOVE Record-No TO Exc-RecordNo
           MOVE CpStudentId TO Exc-StudentId
           IF CpStudentId IS NOT NUMERIC
               IF CfSequenced(File-Sub) = "Y"
                   MOVE "S" TO Exc-Severity
               ELSE
                   MOVE "W" TO Exc-Severity
               END-IF
               MOVE "STUDENT ID IS NOT NUMERIC" TO Exc-Text
               PERFORM Write-Exception
               EXIT PARAGRAPH
           END-IF
           IF CfSequenced(File-Sub) = "Y"
               AND Previous-Id NOT = SPACES
               AND CpStudentId < Previous-Id
               MOVE "S" TO Exc-Severity
               MOVE SPACES TO Exc-Text
               STRING "OUT OF STUDENT ORDER - FOLLOWS " Previous-Id
                   DELIMITED BY SIZE INTO Exc-Text
               PERFORM Write-Exception
           END-IF
           MOVE CpStudentId TO Previous-Id

           MOVE SPACES TO CompanionXtRec
           MOVE CpStudentId TO XcStudentId
           MOVE Record-No TO XcRecordNo
           MOVE "Y" TO XcCheckOrphan
           EVALUATE CfDupRule(File-Sub)
               WHEN "I"
                   MOVE "STUDENT" TO XcDupKey
               WHEN "T"
                   IF TcReturnDate = SPACES
                       MOVE TcToolCode TO XcDupKey
                   END-IF
               WHEN "R"
                   MOVE RefundView TO XcDupKey
           END-EVALUATE
           IF CfOrphanRule(File-Sub) = "O"
               AND TcReturnDate NOT = SPACES
               MOVE "N" TO XcCheckOrphan
           END-IF
           WRITE CompanionXtRec.

       Match-Companion-To-Master.
           PERFORM Open-Master
           OPEN INPUT CompanionXtFile
           MOVE ZEROS TO Previous-Xt-Id
           MOVE SPACES TO Previous-Dup-Key
           MOVE "N" TO Extract-EOF
           PERFORM UNTIL Extract-EOF = "Y"
               READ CompanionXtFile
                   AT END
                       MOVE "Y" TO Extract-EOF
                   NOT AT END
                       PERFORM Match-One-Companion
               END-READ
           END-PERFORM
           CLOSE CompanionXtFile
           CLOSE MasterFile.

       Match-One-Companion.
           PERFORM UNTIL Master-EOF = "Y"
               OR StudentId OF MasterRec NOT LESS THAN XcStudentId
               PERFORM Read-Next-Master
           END-PERFORM
           MOVE Companion-Filename TO Exc-File
           MOVE XcRecordNo TO Exc-RecordNo
           MOVE XcStudentId TO Exc-StudentId
           IF XcCheckOrphan = "Y"
               IF Master-EOF = "Y"
                   OR StudentId OF MasterRec NOT = XcStudentId
                   MOVE "W" TO Exc-Severity
                   IF CfDupRule(File-Sub) = "R"
                       MOVE "NOT ON MASTER - REFUND STILL OWED"
                           TO Exc-Text
                   ELSE
                       MOVE "STUDENT NOT ON THE NEW MASTER"
                           TO Exc-Text
                   END-IF
                   PERFORM Write-Exception
               END-IF
           END-IF
           IF XcDupKey NOT = SPACES
               AND XcStudentId = Previous-Xt-Id
               AND XcDupKey = Previous-Dup-Key
               MOVE CfDupSeverity(File-Sub) TO Exc-Severity
               MOVE Previous-Record-No TO Edited-Record-No
               MOVE SPACES TO Exc-Text
               EVALUATE CfDupRule(File-Sub)
                   WHEN "T"
                       STRING "TOOL " XcDupKey(1:8)
                           " ALSO OPEN, RECORD " Edited-Record-No
                           DELIMITED BY SIZE INTO Exc-Text
                   WHEN OTHER
                       STRING "DUPLICATE OF RECORD " Edited-Record-No
                           DELIMITED BY SIZE INTO Exc-Text
               END-EVALUATE
               PERFORM Write-Exception
           END-IF
           MOVE XcStudentId TO Previous-Xt-Id
           MOVE XcDupKey TO Previous-Dup-Key
           MOVE XcRecordNo TO Previous-Record-No.

      ******************************************************************
      * Balance proof.  Every ledger row and every period close is
      * extracted with its date, sorted by student, and matched to
      * the master: the last row of the student's group is the one
      * ShopTotal must equal.  A student with a balance and no row
      * at all cannot be proved either way and is a warning.  The
      * master's own order is checked on the same pass, since every
      * match in this program depends on it.
      ******************************************************************
       Prove-Balances.
           OPEN OUTPUT BalanceXtFile
           PERFORM Extract-Ledger-Rows
           PERFORM Extract-Close-Rows
           CLOSE BalanceXtFile
           SORT BalanceSortFile
               ON ASCENDING KEY XtStudentId
                                XtDate
                  DESCENDING KEY XtKind
                  ASCENDING KEY XtSeq
               USING BalanceXtFile
               GIVING BalanceXtFile

           PERFORM Open-Master
           OPEN INPUT BalanceXtFile
           MOVE "N" TO Extract-EOF
           PERFORM Read-Next-Balance-Row
           MOVE ZEROS TO Previous-Master-Id
           PERFORM UNTIL Master-EOF = "Y"
               PERFORM Prove-One-Student
               PERFORM Read-Next-Master
           END-PERFORM
           CLOSE BalanceXtFile
           CLOSE MasterFile.

      * No ledger yet means nothing has ever merged.
       Extract-Ledger-Rows.
           OPEN INPUT LedgerFile
           IF Ledger-Status = "35"
               EXIT PARAGRAPH
           END-IF
           IF Ledger-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN LEDGER.DAT, STATUS "
                   Ledger-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROS TO Ledger-Seq
           MOVE "N" TO Ledger-EOF
           PERFORM UNTIL Ledger-EOF = "Y"
               READ LedgerFile
                   AT END
                       MOVE "Y" TO Ledger-EOF
                   NOT AT END
                       ADD 1 TO Ledger-Seq
                       IF LgStudentId IS NUMERIC
                           AND LgBalanceAfter IS NUMERIC
                           MOVE LgStudentId TO XbStudentId
                           MOVE LgRunDate TO XbDate
                           MOVE "L" TO XbKind
                           MOVE Ledger-Seq TO XbSeq
                           MOVE LgBalanceAfter TO XbBalance
                           WRITE BalanceXtRec
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LedgerFile.

      * No history file means no period has been closed yet.
       Extract-Close-Rows.
           OPEN INPUT BalHistFile
           IF BalHist-Status = "35"
               EXIT PARAGRAPH
           END-IF
           IF BalHist-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN BALHIST.DAT, STATUS "
                   BalHist-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO BalHist-EOF
           PERFORM UNTIL BalHist-EOF = "Y"
               READ BalHistFile
                   AT END
                       MOVE "Y" TO BalHist-EOF
                   NOT AT END
                       IF HStudentId IS NUMERIC
                           AND HCloseDate IS NUMERIC
                           MOVE HStudentId TO XbStudentId
                           MOVE HCloseDate TO XbDate
                           MOVE "C" TO XbKind
                           MOVE ZEROS TO XbSeq
                           MOVE ZEROS TO XbBalance
                           WRITE BalanceXtRec
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BalHistFile.

       Prove-One-Student.
           ADD 1 TO Master-Count
           MOVE "STUDENTS.NEW" TO Exc-File
           MOVE Master-Count TO Exc-RecordNo
           MOVE StudentId OF MasterRec TO Exc-StudentId
           IF StudentId OF MasterRec IS NOT NUMERIC
               OR ShopTotal OF MasterRec IS NOT NUMERIC
               MOVE "S" TO Exc-Severity
               MOVE "MASTER RECORD IS NOT NUMERIC" TO Exc-Text
               PERFORM Write-Balance-Exception
               EXIT PARAGRAPH
           END-IF
           IF Master-Count > 1
               AND StudentId OF MasterRec NOT > Previous-Master-Id
               MOVE "S" TO Exc-Severity
               MOVE SPACES TO Exc-Text
               IF StudentId OF MasterRec = Previous-Master-Id
                   MOVE "DUPLICATE STUDENT ID ON THE MASTER"
                       TO Exc-Text
               ELSE
                   STRING "OUT OF STUDENT ORDER - FOLLOWS "
                       Previous-Master-Id
                       DELIMITED BY SIZE INTO Exc-Text
               END-IF
               PERFORM Write-Balance-Exception
           END-IF
           MOVE StudentId OF MasterRec TO Previous-Master-Id

           PERFORM UNTIL Extract-EOF = "Y"
               OR XbStudentId NOT LESS THAN StudentId OF MasterRec
               PERFORM Read-Next-Balance-Row
           END-PERFORM
           MOVE "N" TO Evidence-Found
           PERFORM UNTIL Extract-EOF = "Y"
               OR XbStudentId NOT = StudentId OF MasterRec
               MOVE "Y" TO Evidence-Found
               MOVE XbKind TO Evidence-Kind
               MOVE XbBalance TO Evidence-Balance
               PERFORM Read-Next-Balance-Row
           END-PERFORM

           MOVE "LEDGER.DAT" TO Exc-File
           MOVE ZEROS TO Exc-RecordNo
           IF Evidence-Found = "N"
               IF ShopTotal OF MasterRec > ZEROS
                   MOVE "W" TO Exc-Severity
                   MOVE "BALANCE WITH NO LEDGER OR CLOSE ROW"
                       TO Exc-Text
                   PERFORM Write-Balance-Exception
               END-IF
               ADD 1 TO Students-Unproven
               EXIT PARAGRAPH
           END-IF
           IF Evidence-Balance NOT = ShopTotal OF MasterRec
               MOVE "S" TO Exc-Severity
               MOVE ShopTotal OF MasterRec TO Edited-Shop
               MOVE Evidence-Balance TO Edited-Evidence
               MOVE SPACES TO Exc-Text
               IF Evidence-Kind = "C"
                   MOVE "BALHIST.DAT" TO Exc-File
                   STRING "SHOPTOTAL " Edited-Shop
                       " <> CLOSE  " Edited-Evidence
                       DELIMITED BY SIZE INTO Exc-Text
               ELSE
                   STRING "SHOPTOTAL " Edited-Shop
                       " <> LEDGER " Edited-Evidence
                       DELIMITED BY SIZE INTO Exc-Text
               END-IF
               PERFORM Write-Balance-Exception
               ADD 1 TO Students-Unproven
           ELSE
               ADD 1 TO Students-Proven
           END-IF.

       Read-Next-Balance-Row.
           READ BalanceXtFile
               AT END
                   MOVE "Y" TO Extract-EOF
           END-READ.

       Open-Master.
           OPEN INPUT MasterFile
           IF Master-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN " Gen-Filename
                   ", STATUS " Master-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO Master-EOF
           PERFORM Read-Next-Master.

       Read-Next-Master.
           READ MasterFile
               AT END
                   MOVE "Y" TO Master-EOF
           END-READ.

      * Exceptions found on a companion file count against it.
       Write-Exception.
           IF Exc-Severity = "S"
               ADD 1 TO FrSevere(File-Sub)
           ELSE
               ADD 1 TO FrWarnings(File-Sub)
           END-IF
           PERFORM Print-Exception.

       Write-Balance-Exception.
           IF Exc-Severity = "S"
               ADD 1 TO Balance-Severe
           ELSE
               ADD 1 TO Balance-Warnings
           END-IF
           PERFORM Print-Exception.

       Print-Exception.
           IF Exc-Severity = "S"
               ADD 1 TO Total-Severe
               MOVE "SEVERE" TO EL-Severity
           ELSE
               ADD 1 TO Total-Warnings
               MOVE "WARN" TO EL-Severity
           END-IF
           MOVE Exc-File TO EL-File
           MOVE Exc-RecordNo TO EL-RecordNo
           MOVE Exc-StudentId TO EL-StudentId
           MOVE Exc-Text TO EL-Text
           WRITE ReportLine FROM Exception-Line.

       Write-Audit-Summary.
           IF Total-Severe = ZEROS AND Total-Warnings = ZEROS
               MOVE "  NONE" TO ReportLine
               WRITE ReportLine
           END-IF
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM Summary-Heading
           PERFORM VARYING File-Sub FROM 1 BY 1
               UNTIL File-Sub > 7
               IF FrPresent(File-Sub) = "Y"
                   MOVE FrCheckedName(File-Sub) TO SL-File
                   MOVE FrRecords(File-Sub) TO SL-Records
                   MOVE FrSevere(File-Sub) TO SL-Severe
                   MOVE FrWarnings(File-Sub) TO SL-Warnings
                   WRITE ReportLine FROM Summary-Line
               ELSE
                   MOVE FrCheckedName(File-Sub) TO AL-File
                   WRITE ReportLine FROM Absent-Line
               END-IF
           END-PERFORM
           MOVE "BALANCES" TO SL-File
           MOVE Master-Count TO SL-Records
           MOVE Balance-Severe TO SL-Severe
           MOVE Balance-Warnings TO SL-Warnings
           WRITE ReportLine FROM Summary-Line

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "STUDENTS ON THE NEW MASTER" TO TL-Label
           MOVE Master-Count TO TL-Count
           WRITE ReportLine FROM Total-Line
           MOVE "BALANCES PROVEN" TO TL-Label
           MOVE Students-Proven TO TL-Count
           WRITE ReportLine FROM Total-Line
           MOVE "BALANCES NOT PROVEN" TO TL-Label
           MOVE Students-Unproven TO TL-Count
           WRITE ReportLine FROM Total-Line
           MOVE "SEVERE EXCEPTIONS" TO TL-Label
           MOVE Total-Severe TO TL-Count
           WRITE ReportLine FROM Total-Line
           MOVE "WARNINGS" TO TL-Label
           MOVE Total-Warnings TO TL-Count
           WRITE ReportLine FROM Total-Line
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           IF Total-Severe > ZEROS
               MOVE "SEVERE EXCEPTIONS - GENERATION NOT TO BE PROMOTED"
                   TO Verdict-Line
           ELSE
               MOVE "NO SEVERE EXCEPTIONS - GENERATION MAY BE PROMOTED"
                   TO Verdict-Line
           END-IF
           WRITE ReportLine FROM Verdict-Line.
