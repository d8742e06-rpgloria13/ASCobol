      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly reinstatement step.  Applies the REINSTQ.DAT
      *          requests queued in the ReinstateEntry session to the
      *          generation Merge just wrote, before anything proves
      *          or promotes it: each returning student's master
      *          record is read back from the withdraw archive Merge
      *          set it aside on (WITHDRAWN.ccyymmdd.nn) and added to
      *          the generation as it stood at withdrawal - the
      *          balance dropped then, CreditLimit and ShopClass -
      *          and the contact card archived beside it
      *          (WDLCONT.ccyymmdd.nn) goes back on STUDCONT.NEW.
      *          The restored balance is posted to LEDGER.DAT as an
      *          RIN row stamped with this cycle, the mirror of the
      *          withdrawal's WDL row, and the restore is journaled
      *          to AUDITJRN.DAT under source REINSTQ, so the
      *          account's history reads straight through the gap.
      *          REINST.RPT lists each reinstatement and proves the
      *          rewritten generation: every restored record reads
      *          back with its archived balance and the total rose
      *          by exactly the balances restored.  A request that
      *          cannot be applied stays on the queue; the applied
      *          ones go to REINSTQ.APL for the cycle's archive.  The
      *          generation filename is read from the console (the
      *          nightly script pipes it in), the way Reconcile
      *          takes it.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reinstate.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QueueFile ASSIGN TO "REINSTQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Queue-Status.

           SELECT AppliedFile ASSIGN TO "REINSTQ.APL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NewFile ASSIGN DYNAMIC New-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS New-Status.

           SELECT GenWorkFile ASSIGN TO "RINGEN.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GenSortFile ASSIGN TO "RINGEN.SRT".

           SELECT ArchiveFile ASSIGN DYNAMIC Archive-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Archive-Status.

           SELECT ArchiveContactFile ASSIGN DYNAMIC ArcCont-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArcCont-Status.

           SELECT ContactFile ASSIGN TO "STUDCONT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Contact-Status.

           SELECT ContactWorkFile ASSIGN TO "RINCONT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ContactSortFile ASSIGN TO "RINCONT.SRT".

           SELECT LedgerFile ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ledger-Status.

           SELECT AuditJournalFile ASSIGN TO "AUDITJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Journal-Status.

           SELECT ReportFile ASSIGN TO "REINST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  QueueFile.
       01  QueueRec.
           COPY ReinstateRequest.

       FD  AppliedFile.
       01  AppliedRec              PIC X(29).

       FD  NewFile.
       01  NewRec.
           COPY StudentMaster.

       FD  GenWorkFile.
       01  GenWorkRec.
           COPY StudentMaster.

       SD  GenSortFile.
       01  GenSortRec.
           COPY StudentMaster.

       FD  ArchiveFile.
       01  ArchiveRec.
           COPY StudentMaster.

       FD  ArchiveContactFile.
       01  ArchiveContactRec.
           COPY StudentContact.

       FD  ContactFile.
       01  ContactRec.
           COPY StudentContact.

       FD  ContactWorkFile.
       01  ContactWorkRec.
           COPY StudentContact.

       SD  ContactSortFile.
       01  ContactSortRec.
           COPY StudentContact.

       FD  LedgerFile.
       01  LedgerRec.
           COPY LedgerRecord.

       FD  AuditJournalFile.
       01  AuditJournalRec.
           COPY AuditJournal.

       FD  ReportFile.
       01  ReportLine              PIC X(80).

       WORKING-STORAGE SECTION.
       01  Queue-Status         PIC XX.
       01  New-Status           PIC XX.
       01  Archive-Status       PIC XX.
       01  ArcCont-Status       PIC XX.
       01  Contact-Status       PIC XX.
       01  Ledger-Status        PIC XX.
       01  Journal-Status       PIC XX.
       01  New-Filename         PIC X(40).
       01  Archive-Filename     PIC X(40).
       01  ArcCont-Filename     PIC X(40).
       01  Gen-Date             PIC X(8).
       01  Gen-Cycle            PIC 99.
       01  Read-EOF             PIC X.

      * REINSTQ.DAT held in memory, with the archived master record
      * and contact card each request restores.  TbRiState is A
      * while the request is applying, R once it is refused.
      * TbRiContact is N when no card was archived, R when the card
      * is restored, K when STUDCONT.NEW already holds one for the
      * ID (that card is kept).
       01  Request-Limit        PIC 9(3) VALUE 200.
       01  Request-Count        PIC 9(3) VALUE ZEROS.
       01  Request-Sub          PIC 9(3).
       01  Other-Sub            PIC 9(3).
       01  Request-Found        PIC X.
       01  Request-Table.
           05  Request-Entry OCCURS 200 TIMES.
               10  TbRiStudentId       PIC 9(7).
               10  TbRiArchiveDate     PIC X(8).
               10  TbRiArchiveCycle    PIC 99.
               10  TbRiOperator        PIC X(4).
               10  TbRiDate            PIC X(8).
               10  TbRiState           PIC X.
               10  TbRiReason          PIC X(32).
               10  TbRiLastName        PIC X(20).
               10  TbRiFirstName       PIC X(20).
               10  TbRiShopTotal       PIC 9(5)V99.
               10  TbRiCreditLimit     PIC 9(5)V99.
               10  TbRiShopClass       PIC X(3).
               10  TbRiContact         PIC X.
               10  TbRiReadBack        PIC 9(3).
               10  TbScAddress1        PIC X(25).
               10  TbScAddress2        PIC X(25).
               10  TbScCity            PIC X(15).
               10  TbScState           PIC X(2).
               10  TbScZip             PIC X(10).
               10  TbScGuardian        PIC X(25).
               10  TbScPhone           PIC X(12).

       01  Search-Id            PIC 9(7).
       01  Record-Found         PIC X.
       01  Prove-Failed         PIC X VALUE "N".
       01  Gen-Total-Before     PIC 9(9)V99 VALUE ZEROS.
       01  Gen-Total-After      PIC 9(9)V99 VALUE ZEROS.
       01  Gen-Total-Expected   PIC 9(9)V99 VALUE ZEROS.
       01  Tot-Restored         PIC 9(9)V99 VALUE ZEROS.
       01  Cnt-Applied          PIC 9(5) VALUE ZEROS.
       01  Cnt-Refused          PIC 9(5) VALUE ZEROS.
       01  Cnt-Contacts         PIC 9(5) VALUE ZEROS.
       01  Amount-Image         PIC ZZZZ9.99.

       01  Report-Heading       PIC X(80)
           VALUE "WITHDRAWN STUDENT REINSTATEMENT REPORT".

       01  Ident-Line.
           05  FILLER              PIC X(12) VALUE "GENERATION: ".
           05  IL-Filename         PIC X(40).

       01  Column-Line.
           05  FILLER              PIC X(31)
               VALUE "STUDENT  LAST NAME             ".
           05  FILLER              PIC X(22)
               VALUE "ARCHIVE       BALANCE ".
           05  FILLER              PIC X(22)
               VALUE "    LIMIT CLS  CONTACT".

       01  Detail-Line.
           05  DL-StudentId        PIC 9(7).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DL-LastName         PIC X(20).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DL-ArchiveDate      PIC X(8).
           05  FILLER              PIC X(1) VALUE ".".
           05  DL-ArchiveCycle     PIC 99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  DL-Balance          PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  DL-CreditLimit      PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  DL-ShopClass        PIC X(3).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DL-Contact          PIC X(8).

       01  Refused-Heading      PIC X(80)
           VALUE "REQUESTS REFUSED - LEFT ON REINSTQ.DAT".

       01  Refused-Line.
           05  RL-StudentId        PIC 9(7).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RL-ArchiveDate      PIC X(8).
           05  FILLER              PIC X(1) VALUE ".".
           05  RL-ArchiveCycle     PIC 99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RL-Reason           PIC X(32).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RL-Operator         PIC X(4).

       01  Count-Line.
           05  CL-Label            PIC X(34).
           05  CL-Count            PIC ZZZ,ZZ9.

       01  Total-Line.
           05  TL-Label            PIC X(34).
           05  TL-Amount           PIC ----,---,--9.99.

       PROCEDURE DIVISION.
       Begin.
           DISPLAY "NEW GENERATION FILENAME: "
           ACCEPT New-Filename
           PERFORM Parse-Generation-Name
           PERFORM Load-Request-Table

           OPEN OUTPUT ReportFile
           WRITE ReportLine FROM Report-Heading
           MOVE New-Filename TO IL-Filename
           WRITE ReportLine FROM Ident-Line
           MOVE SPACES TO ReportLine
           WRITE ReportLine

           IF Request-Count = ZEROS
               MOVE "NO REINSTATEMENTS QUEUED" TO ReportLine
               WRITE ReportLine
               PERFORM Write-Reinstatement-Totals
               CLOSE ReportFile
               DISPLAY "NO REINSTATEMENTS QUEUED"
               STOP RUN
           END-IF

           PERFORM Screen-Queued-Requests
           PERFORM Find-Archived-Students
           PERFORM Find-Generation-Students

           IF Cnt-Applied > ZEROS
               PERFORM Rewrite-Generation
               PERFORM Prove-Generation
               IF Prove-Failed = "N"
                   OPEN EXTEND AuditJournalFile
                   IF Journal-Status = "35"
                       OPEN OUTPUT AuditJournalFile
                   END-IF
                   PERFORM Restore-Contacts
                   PERFORM Post-Reinstatements
                   CLOSE AuditJournalFile
               END-IF
           END-IF

           PERFORM Write-Reinstatement-Details
           PERFORM Write-Reinstatement-Totals
           CLOSE ReportFile

           IF Prove-Failed = "Y"
               DISPLAY "ABORTED - REINSTATED GENERATION DOES NOT"
                   " PROVE - SEE REINST.RPT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Rewrite-Queue-File

           DISPLAY "STUDENTS REINSTATED: " Cnt-Applied
           DISPLAY "REQUESTS REFUSED:    " Cnt-Refused
           STOP RUN.

      ******************************************************************
      * The generation name carries the business date and cycle
      * number (STUDENTS.NEW.ccyymmdd.nn); the RIN ledger rows and
      * the journal are stamped with them so Reconcile and BackOut
      * treat the reinstatements as part of this cycle: BackOut
      * purges the RIN rows with the cycle's other ledger rows and
      * puts the requests, filed from REINSTQ.APL, back on the queue.
      ******************************************************************
       Parse-Generation-Name.
           IF New-Filename(1:13) NOT = "STUDENTS.NEW."
               OR New-Filename(14:8) IS NOT NUMERIC
               OR New-Filename(23:2) IS NOT NUMERIC
               DISPLAY "ABORTED - UNRECOGNIZED GENERATION NAME "
                   New-Filename
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE New-Filename(14:8) TO Gen-Date
           MOVE New-Filename(23:2) TO Gen-Cycle.

      * A missing queue file just means nothing is waiting.
       Load-Request-Table.
           OPEN INPUT QueueFile
           IF Queue-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ QueueFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       PERFORM Store-One-Request
               END-READ
           END-PERFORM
           CLOSE QueueFile.

       Store-One-Request.
           IF Request-Count >= Request-Limit
               DISPLAY "ABORTED - MORE THAN " Request-Limit
                   " REQUESTS ON REINSTQ.DAT - RAISE THE TABLE LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO Request-Count
           INITIALIZE Request-Entry(Request-Count)
           MOVE RiStudentId TO TbRiStudentId(Request-Count)
           MOVE RiArchiveDate TO TbRiArchiveDate(Request-Count)
           MOVE RiArchiveCycle TO TbRiArchiveCycle(Request-Count)
           MOVE RiOperator TO TbRiOperator(Request-Count)
           MOVE RiDate TO TbRiDate(Request-Count)
           MOVE "A" TO TbRiState(Request-Count)
           MOVE "N" TO TbRiContact(Request-Count).

      ******************************************************************
      * ReinstateEntry refuses a second request for a student at the
      * keyboard, but the queue is a plain file - the batch checks
      * again, and the earlier request wins.
      ******************************************************************
       Screen-Queued-Requests.
           PERFORM VARYING Request-Sub FROM 2 BY 1
               UNTIL Request-Sub > Request-Count
               PERFORM VARYING Other-Sub FROM 1 BY 1
                   UNTIL Other-Sub >= Request-Sub
                   OR TbRiState(Request-Sub) = "R"
                   IF TbRiState(Other-Sub) = "A"
                       AND TbRiStudentId(Other-Sub) =
                           TbRiStudentId(Request-Sub)
                       MOVE "STUDENT ALREADY QUEUED EARLIER"
                           TO TbRiReason(Request-Sub)
                       PERFORM Refuse-Request
                   END-IF
               END-PERFORM
           END-PERFORM.

       Refuse-Request.
           MOVE "R" TO TbRiState(Request-Sub)
           ADD 1 TO Cnt-Refused.

      ******************************************************************
      * Each request names its archive; the archived master record
      * and contact card are read back from it.  Merge extends an
      * archive when a cycle is restarted, so the last copy of a
      * record on the file is the one taken.
      ******************************************************************
       Find-Archived-Students.
           PERFORM VARYING Request-Sub FROM 1 BY 1
               UNTIL Request-Sub > Request-Count
               IF TbRiState(Request-Sub) = "A"
                   PERFORM Read-Archived-Student
               END-IF
               IF TbRiState(Request-Sub) = "A"
                   PERFORM Read-Archived-Contact
               END-IF
           END-PERFORM.

       Read-Archived-Student.
           MOVE SPACES TO Archive-Filename
           STRING "WITHDRAWN." TbRiArchiveDate(Request-Sub)
               DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               TbRiArchiveCycle(Request-Sub) DELIMITED BY SIZE
               INTO Archive-Filename
           OPEN INPUT ArchiveFile
           IF Archive-Status NOT = "00"
               MOVE "WITHDRAW ARCHIVE NOT FOUND"
                   TO TbRiReason(Request-Sub)
               PERFORM Refuse-Request
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Record-Found
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ ArchiveFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       IF StudentId OF ArchiveRec =
                           TbRiStudentId(Request-Sub)
                           MOVE "Y" TO Record-Found
                           MOVE LastName OF ArchiveRec
                               TO TbRiLastName(Request-Sub)
                           MOVE FirstName OF ArchiveRec
                               TO TbRiFirstName(Request-Sub)
                           MOVE ShopTotal OF ArchiveRec
                               TO TbRiShopTotal(Request-Sub)
                           MOVE CreditLimit OF ArchiveRec
                               TO TbRiCreditLimit(Request-Sub)
                           MOVE ShopClass OF ArchiveRec
                               TO TbRiShopClass(Request-Sub)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArchiveFile
           IF Record-Found = "N"
               MOVE "STUDENT NOT ON WITHDRAW ARCHIVE"
                   TO TbRiReason(Request-Sub)
               PERFORM Refuse-Request
           END-IF.

      * Not every withdrawn student had a card, and an archive from
      * before contacts were kept has no companion file at all.
       Read-Archived-Contact.
           MOVE SPACES TO ArcCont-Filename
           STRING "WDLCONT." TbRiArchiveDate(Request-Sub)
               DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               TbRiArchiveCycle(Request-Sub) DELIMITED BY SIZE
               INTO ArcCont-Filename
           OPEN INPUT ArchiveContactFile
           IF ArcCont-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ ArchiveContactFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       IF ScStudentId OF ArchiveContactRec =
                           TbRiStudentId(Request-Sub)
                           MOVE "R" TO TbRiContact(Request-Sub)
                           MOVE ScAddress1 OF ArchiveContactRec
                               TO TbScAddress1(Request-Sub)
                           MOVE ScAddress2 OF ArchiveContactRec
                               TO TbScAddress2(Request-Sub)
                           MOVE ScCity OF ArchiveContactRec
                               TO TbScCity(Request-Sub)
                           MOVE ScState OF ArchiveContactRec
                               TO TbScState(Request-Sub)
                           MOVE ScZip OF ArchiveContactRec
                               TO TbScZip(Request-Sub)
                           MOVE ScGuardian OF ArchiveContactRec
                               TO TbScGuardian(Request-Sub)
                           MOVE ScPhone OF ArchiveContactRec
                               TO TbScPhone(Request-Sub)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArchiveContactFile.

      ******************************************************************
      * A student already on tonight's generation - re-keyed as a
      * new intake after all, or reinstated by an earlier run - is
      * not restored over; the request is refused for the office to
      * sort out.  What survives is counted toward the proof.
      ******************************************************************
       Find-Generation-Students.
           OPEN INPUT NewFile
           IF New-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN " New-Filename
                   ", STATUS " New-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ NewFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       ADD ShopTotal OF NewRec TO Gen-Total-Before
                       PERFORM Note-One-Generation
               END-READ
           END-PERFORM
           CLOSE NewFile
           PERFORM VARYING Request-Sub FROM 1 BY 1
               UNTIL Request-Sub > Request-Count
               IF TbRiState(Request-Sub) = "A"
                   ADD TbRiShopTotal(Request-Sub) TO Tot-Restored
                   ADD 1 TO Cnt-Applied
               END-IF
           END-PERFORM.

       Note-One-Generation.
           PERFORM VARYING Request-Sub FROM 1 BY 1
               UNTIL Request-Sub > Request-Count
               IF TbRiState(Request-Sub) = "A"
                   AND TbRiStudentId(Request-Sub) = StudentId OF NewRec
                   MOVE "ID ALREADY ON THIS GENERATION"
                       TO TbRiReason(Request-Sub)
                   PERFORM Refuse-Request
               END-IF
           END-PERFORM.

      ******************************************************************
      * The generation is copied through with every restored record
      * added, exactly as it was archived, then sorted back over
      * itself.
      ******************************************************************
       Rewrite-Generation.
           OPEN INPUT NewFile
           OPEN OUTPUT GenWorkFile
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ NewFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       MOVE NewRec TO GenWorkRec
                       WRITE GenWorkRec
               END-READ
           END-PERFORM
           CLOSE NewFile
           PERFORM VARYING Request-Sub FROM 1 BY 1
               UNTIL Request-Sub > Request-Count
               IF TbRiState(Request-Sub) = "A"
                   MOVE SPACES TO GenWorkRec
                   MOVE TbRiStudentId(Request-Sub)
                       TO StudentId OF GenWorkRec
                   MOVE TbRiLastName(Request-Sub)
                       TO LastName OF GenWorkRec
                   MOVE TbRiFirstName(Request-Sub)
                       TO FirstName OF GenWorkRec
                   MOVE TbRiShopTotal(Request-Sub)
                       TO ShopTotal OF GenWorkRec
                   MOVE TbRiCreditLimit(Request-Sub)
                       TO CreditLimit OF GenWorkRec
                   MOVE TbRiShopClass(Request-Sub)
                       TO ShopClass OF GenWorkRec
                   WRITE GenWorkRec
               END-IF
           END-PERFORM
           CLOSE GenWorkFile
           SORT GenSortFile
               ON ASCENDING KEY StudentId OF GenSortRec
               USING GenWorkFile
               GIVING NewFile.

      ******************************************************************
      * The rewritten generation is read back before anything else
      * is posted: every restored student must be on it exactly once
      * with the balance archived at withdrawal, and its total must
      * have risen by exactly the balances restored.
      ******************************************************************
       Prove-Generation.
           OPEN INPUT NewFile
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ NewFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       ADD ShopTotal OF NewRec TO Gen-Total-After
                       PERFORM Prove-One-Student
               END-READ
           END-PERFORM
           CLOSE NewFile
           PERFORM VARYING Request-Sub FROM 1 BY 1
               UNTIL Request-Sub > Request-Count
               IF TbRiState(Request-Sub) = "A"
                   AND TbRiReadBack(Request-Sub) NOT = 1
                   MOVE "Y" TO Prove-Failed
                   DISPLAY "REINSTATED ID " TbRiStudentId(Request-Sub)
                       " READ BACK " TbRiReadBack(Request-Sub)
                       " TIMES"
               END-IF
           END-PERFORM
           COMPUTE Gen-Total-Expected = Gen-Total-Before + Tot-Restored
           IF Gen-Total-After NOT = Gen-Total-Expected
               MOVE "Y" TO Prove-Failed
           END-IF.

       Prove-One-Student.
           MOVE StudentId OF NewRec TO Search-Id
           PERFORM Find-Applying-Request
           IF Request-Found = "N"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TbRiReadBack(Request-Sub)
           IF ShopTotal OF NewRec NOT = TbRiShopTotal(Request-Sub)
               MOVE "Y" TO Prove-Failed
               DISPLAY "RESTORED BALANCE FOR " Search-Id
                   " READS " ShopTotal OF NewRec
                   ", EXPECTED " TbRiShopTotal(Request-Sub)
           END-IF.

       Find-Applying-Request.
           MOVE "N" TO Request-Found
           PERFORM VARYING Request-Sub FROM 1 BY 1
               UNTIL Request-Sub > Request-Count
               OR Request-Found = "Y"
               IF TbRiState(Request-Sub) = "A"
                   AND TbRiStudentId(Request-Sub) = Search-Id
                   MOVE "Y" TO Request-Found
               END-IF
           END-PERFORM
           IF Request-Found = "Y"
               SUBTRACT 1 FROM Request-Sub
           END-IF.

      ******************************************************************
      * STUDCONT.NEW is Merge's output for this cycle.  An archived
      * card goes back on it unless the ID already holds a card
      * there - the card on file is the current one and is kept.
      * The file is then sorted back into student order.
      ******************************************************************
       Restore-Contacts.
           OPEN OUTPUT ContactWorkFile
           OPEN INPUT ContactFile
           IF Contact-Status = "00"
               MOVE "N" TO Read-EOF
               PERFORM UNTIL Read-EOF = "Y"
                   READ ContactFile
                       AT END
                           MOVE "Y" TO Read-EOF
                       NOT AT END
                           PERFORM Copy-One-Contact
                   END-READ
               END-PERFORM
               CLOSE ContactFile
           END-IF
           PERFORM VARYING Request-Sub FROM 1 BY 1
               UNTIL Request-Sub > Request-Count
               IF TbRiState(Request-Sub) = "A"
                   AND TbRiContact(Request-Sub) = "R"
                   MOVE TbRiStudentId(Request-Sub)
                       TO ScStudentId OF ContactWorkRec
                   MOVE TbScAddress1(Request-Sub)
                       TO ScAddress1 OF ContactWorkRec
                   MOVE TbScAddress2(Request-Sub)
                       TO ScAddress2 OF ContactWorkRec
                   MOVE TbScCity(Request-Sub)
                       TO ScCity OF ContactWorkRec
                   MOVE TbScState(Request-Sub)
                       TO ScState OF ContactWorkRec
                   MOVE TbScZip(Request-Sub)
                       TO ScZip OF ContactWorkRec
                   MOVE TbScGuardian(Request-Sub)
                       TO ScGuardian OF ContactWorkRec
                   MOVE TbScPhone(Request-Sub)
                       TO ScPhone OF ContactWorkRec
                   WRITE ContactWorkRec
                   ADD 1 TO Cnt-Contacts
               END-IF
           END-PERFORM
           CLOSE ContactWorkFile
           SORT ContactSortFile
               ON ASCENDING KEY ScStudentId OF ContactSortRec
               USING ContactWorkFile
               GIVING ContactFile.

       Copy-One-Contact.
           MOVE ContactRec TO ContactWorkRec
           WRITE ContactWorkRec
           MOVE ScStudentId OF ContactRec TO Search-Id
           PERFORM Find-Applying-Request
           IF Request-Found = "Y"
               AND TbRiContact(Request-Sub) = "R"
               MOVE "K" TO TbRiContact(Request-Sub)
           END-IF.

      ******************************************************************
      * Each reinstatement posts one RIN ledger row - the balance
      * restored, balance after the same, WDL=ccyymmdd naming the
      * withdrawing cycle - the mirror of the WDL row that dropped
      * it, and journals the record (and card, when restored) under
      * source REINSTQ the way Merge journaled the withdrawal.
      * LEDGER.DAT is cumulative - always EXTEND, never restarted.
      ******************************************************************
       Post-Reinstatements.
           OPEN EXTEND LedgerFile
           IF Ledger-Status = "35"
               OPEN OUTPUT LedgerFile
           END-IF
           PERFORM VARYING Request-Sub FROM 1 BY 1
               UNTIL Request-Sub > Request-Count
               IF TbRiState(Request-Sub) = "A"
                   PERFORM Post-One-Reinstatement
               END-IF
           END-PERFORM
           CLOSE LedgerFile.

       Post-One-Reinstatement.
           MOVE SPACES TO LedgerRec
           MOVE TbRiStudentId(Request-Sub) TO LgStudentId
           MOVE Gen-Date TO LgRunDate
           MOVE Gen-Cycle TO LgCycle
           MOVE "RIN" TO LgTransType
           MOVE TbRiShopTotal(Request-Sub) TO LgAmount
           MOVE TbRiShopTotal(Request-Sub) TO LgBalanceAfter
           STRING "WDL=" TbRiArchiveDate(Request-Sub)
               DELIMITED BY SIZE
               INTO LgReference
           WRITE LedgerRec

           MOVE SPACES TO AuditJournalRec
           MOVE TbRiStudentId(Request-Sub) TO AjStudentId
           MOVE Gen-Date TO AjRunDate
           MOVE Gen-Cycle TO AjCycle
           MOVE "REINSTQ" TO AjSourceFile
           MOVE TbRiOperator(Request-Sub) TO AjOperator
           MOVE "RECORD" TO AjFieldName
           MOVE "WITHDRAWN" TO AjBeforeImage
           MOVE TbRiShopTotal(Request-Sub) TO Amount-Image
           MOVE Amount-Image TO AjAfterImage
           WRITE AuditJournalRec
           IF TbRiContact(Request-Sub) = "R"
               MOVE "CONTACT" TO AjFieldName
               MOVE "WITHDRAWN" TO AjBeforeImage
               MOVE "RESTORED" TO AjAfterImage
               WRITE AuditJournalRec
           END-IF.

      * Only refused requests go back on the queue.  The applied ones
      * are written to REINSTQ.APL, which the nightly script files
      * with the cycle's transaction inputs as REINSTQ.DAT.<suffix>.
       Rewrite-Queue-File.
           OPEN OUTPUT QueueFile
           OPEN OUTPUT AppliedFile
           PERFORM VARYING Request-Sub FROM 1 BY 1
               UNTIL Request-Sub > Request-Count
               MOVE TbRiStudentId(Request-Sub) TO RiStudentId
               MOVE TbRiArchiveDate(Request-Sub) TO RiArchiveDate
               MOVE TbRiArchiveCycle(Request-Sub) TO RiArchiveCycle
               MOVE TbRiOperator(Request-Sub) TO RiOperator
               MOVE TbRiDate(Request-Sub) TO RiDate
               IF TbRiState(Request-Sub) = "R"
                   WRITE QueueRec
               ELSE
                   MOVE QueueRec TO AppliedRec
                   WRITE AppliedRec
               END-IF
           END-PERFORM
           CLOSE QueueFile
           CLOSE AppliedFile.

       Write-Reinstatement-Details.
           IF Cnt-Applied > ZEROS
               WRITE ReportLine FROM Column-Line
               PERFORM VARYING Request-Sub FROM 1 BY 1
                   UNTIL Request-Sub > Request-Count
                   IF TbRiState(Request-Sub) = "A"
                       PERFORM Write-One-Reinstatement
                   END-IF
               END-PERFORM
           END-IF
           IF Cnt-Refused > ZEROS
               MOVE SPACES TO ReportLine
               WRITE ReportLine
               WRITE ReportLine FROM Refused-Heading
               PERFORM VARYING Request-Sub FROM 1 BY 1
                   UNTIL Request-Sub > Request-Count
                   IF TbRiState(Request-Sub) = "R"
                       MOVE TbRiStudentId(Request-Sub) TO RL-StudentId
                       MOVE TbRiArchiveDate(Request-Sub)
                           TO RL-ArchiveDate
                       MOVE TbRiArchiveCycle(Request-Sub)
                           TO RL-ArchiveCycle
                       MOVE TbRiReason(Request-Sub) TO RL-Reason
                       MOVE TbRiOperator(Request-Sub) TO RL-Operator
                       WRITE ReportLine FROM Refused-Line
                   END-IF
               END-PERFORM
           END-IF.

       Write-One-Reinstatement.
           MOVE TbRiStudentId(Request-Sub) TO DL-StudentId
           MOVE TbRiLastName(Request-Sub) TO DL-LastName
           MOVE TbRiArchiveDate(Request-Sub) TO DL-ArchiveDate
           MOVE TbRiArchiveCycle(Request-Sub) TO DL-ArchiveCycle
           MOVE TbRiShopTotal(Request-Sub) TO DL-Balance
           MOVE TbRiCreditLimit(Request-Sub) TO DL-CreditLimit
           MOVE TbRiShopClass(Request-Sub) TO DL-ShopClass
           EVALUATE TbRiContact(Request-Sub)
               WHEN "R"
                   MOVE "RESTORED" TO DL-Contact
               WHEN "K"
                   MOVE "ON FILE" TO DL-Contact
               WHEN OTHER
                   MOVE "NONE" TO DL-Contact
           END-EVALUATE
           WRITE ReportLine FROM Detail-Line.

       Write-Reinstatement-Totals.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "REQUESTS ON THE QUEUE" TO CL-Label
           MOVE Request-Count TO CL-Count
           WRITE ReportLine FROM Count-Line
           MOVE "STUDENTS REINSTATED" TO CL-Label
           MOVE Cnt-Applied TO CL-Count
           WRITE ReportLine FROM Count-Line
           MOVE "REQUESTS REFUSED" TO CL-Label
           MOVE Cnt-Refused TO CL-Count
           WRITE ReportLine FROM Count-Line
           MOVE "CONTACT CARDS RESTORED" TO CL-Label
           MOVE Cnt-Contacts TO CL-Count
           WRITE ReportLine FROM Count-Line
           IF Cnt-Applied = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "GENERATION TOTAL BEFORE" TO TL-Label
           MOVE Gen-Total-Before TO TL-Amount
           WRITE ReportLine FROM Total-Line
           MOVE "BALANCES RESTORED" TO TL-Label
           MOVE Tot-Restored TO TL-Amount
           WRITE ReportLine FROM Total-Line
           MOVE "GENERATION TOTAL AFTER" TO TL-Label
           MOVE Gen-Total-After TO TL-Amount
           WRITE ReportLine FROM Total-Line
           MOVE SPACES TO ReportLine
           IF Prove-Failed = "Y"
               MOVE "*** REINSTATED BALANCES DO NOT PROVE ***"
                   TO ReportLine
           ELSE
               MOVE "RESTORED BALANCES PROVE - TOTAL RAISED BY THEM"
                   TO ReportLine
           END-IF
           WRITE ReportLine.
