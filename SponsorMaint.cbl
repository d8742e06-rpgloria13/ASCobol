      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor's session for sponsor billing.  Keeps the
      *          sponsor master (SPONSOR.DAT) - add, change address,
      *          retire - and each student's sponsorship for a term
      *          (SPONSHIP.DAT): the sponsor, the dates the term runs,
      *          the percentage of each order the sponsor pays and
      *          the most it pays over the term.  Invoice splits
      *          every order for a sponsored student by it.  Each
      *          student ID is run through CheckDigit and looked up on
      *          STUDENTS.IDX the way HoldMaint verifies its entries,
      *          and every sponsorship set or ended is journaled to
      *          AUDITJRN.DAT under source SPONSHIP.  When a sponsor's
      *          check comes in, its open items on SPONSAR.DAT billed
      *          through the statement date are marked paid.  Both
      *          masters are held in memory for the session and
      *          rewritten once at the end in key order.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SponsorMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentIndexFile ASSIGN TO "STUDENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS StudentId OF StudentIndexRec
               ALTERNATE RECORD KEY IS LastName OF StudentIndexRec
                   WITH DUPLICATES
               FILE STATUS IS Index-Status.

           SELECT SponsorFile ASSIGN TO "SPONSOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sponsor-Status.

           SELECT SponsorshipFile ASSIGN TO "SPONSHIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sponsorship-Status.

           SELECT SponsorChargeFile ASSIGN TO "SPONSAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SponsorChg-Status.

           SELECT SponsorWorkFile ASSIGN TO "SPNPAY.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AuditJournalFile ASSIGN TO "AUDITJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Journal-Status.

           SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunCtl-Status.

           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Operator-Status.

           SELECT ActivityLogFile ASSIGN TO "OPACTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ActLog-Status.

           SELECT SortSponsorFile ASSIGN TO "SPONSOR.SRT".

           SELECT SortShipFile ASSIGN TO "SPONSHIP.SRT".

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

       FD  StudentIndexFile.
       01  StudentIndexRec.
           COPY StudentMaster.

       FD  SponsorFile.
       01  SponsorRec.
           COPY Sponsor.

       FD  SponsorshipFile.
       01  SponsorshipRec.
           COPY Sponsorship.

       FD  SponsorChargeFile.
       01  SponsorChargeRec.
           COPY SponsorCharge.

       FD  SponsorWorkFile.
       01  SponsorWorkRec.
           COPY SponsorCharge.

       FD  AuditJournalFile.
       01  AuditJournalRec.
           COPY AuditJournal.

       FD  RunControlFile.
       01  RunControlRec.
           COPY RunControl.

       FD  OperatorFile.
       01  OperatorRec.
           COPY Operator.

       FD  ActivityLogFile.
       01  ActivityLogRec.
           COPY OperatorLog.

       SD  SortSponsorFile.
       01  SortSponsorRec.
           COPY Sponsor.

       SD  SortShipFile.
       01  SortShipRec.
           COPY Sponsorship.

       WORKING-STORAGE SECTION.
       01  SysLock-Status       PIC XX.
       01  Index-Status         PIC XX.
       01  Sponsor-Status       PIC XX.
       01  Sponsorship-Status   PIC XX.
       01  SponsorChg-Status    PIC XX.
       01  Journal-Status       PIC XX.
       01  RunCtl-Status        PIC XX.

       01  Operator-Status      PIC XX.
       01  ActLog-Status        PIC XX.
       01  Operator-EOF         PIC X.
       01  Operator-Found       PIC X.
       01  Operator-Id          PIC X(4).
       01  Operator-Level       PIC X.
       01  File-EOF             PIC X.
       01  Menu-Choice          PIC X.
       01  Run-Date             PIC X(8).
       01  Run-Cycle            PIC 99 VALUE ZEROS.
       01  Current-DateTime     PIC X(21).
       01  Entry-Id             PIC 9(7).
       01  Entry-Code           PIC X(5).
       01  Entry-Term           PIC X(6).
       01  Entry-From-Date      PIC X(8).
       01  Entry-Thru-Date      PIC X(8).
       01  Entry-Percent        PIC 9(3).
       01  Entry-Cap            PIC 9(5)V99.
       01  Entry-Through-Date   PIC X(8).
       01  Check-Digit-Valid    PIC X.
       01  Student-Found        PIC X.
       01  Confirm-Code         PIC X.
       01  Sponsors-Changed     PIC 9(5) VALUE ZEROS.
       01  Ships-Changed        PIC 9(5) VALUE ZEROS.
       01  Items-Paid           PIC 9(5) VALUE ZEROS.
       01  Pay-Count            PIC 9(5).
       01  Pay-Total            PIC 9(7)V99.
       01  Pay-Marking          PIC X.

       01  New-Sponsor.
           COPY Sponsor.

      * How a sponsorship reads on the audit journal, e.g.
      * "PTA01 050%/  100.00" - sponsor, percent and cap.
       01  Ship-Image.
           05  SI-SponsorCode      PIC X(5).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SI-Percent          PIC 9(3).
           05  FILLER              PIC X(2) VALUE "%/".
           05  SI-Cap              PIC ZZZZ9.99.

      * SPONSOR.DAT held in memory for the session.
       01  Sponsor-Limit        PIC 9(3) VALUE 200.
       01  Sponsor-Count        PIC 9(3) VALUE ZEROS.
       01  Sponsor-Sub          PIC 9(3).
       01  Sponsor-Found        PIC X.
       01  Sponsor-Table.
           05  Sponsor-Entry OCCURS 200 TIMES.
               10  TbSpSponsorCode     PIC X(5).
               10  TbSpName            PIC X(25).
               10  TbSpContact         PIC X(25).
               10  TbSpAddress1        PIC X(25).
               10  TbSpCity            PIC X(15).
               10  TbSpState           PIC X(2).
               10  TbSpZip             PIC X(10).
               10  TbSpActiveFlag      PIC X.

      * SPONSHIP.DAT held in memory for the session; an ended
      * sponsorship is blanked to a zero ID and left out of the
      * rewrite.
       01  Ship-Limit           PIC 9(4) VALUE 2000.
       01  Ship-Count           PIC 9(4) VALUE ZEROS.
       01  Ship-Sub             PIC 9(4).
       01  Ship-Found           PIC X.
       01  Ship-Table.
           05  Ship-Entry OCCURS 2000 TIMES.
               10  TbSsStudentId       PIC 9(7).
               10  TbSsSponsorCode     PIC X(5).
               10  TbSsTerm            PIC X(6).
               10  TbSsFromDate        PIC X(8).
               10  TbSsThruDate        PIC X(8).
               10  TbSsPercent         PIC 9(3).
               10  TbSsCapAmount       PIC 9(5)V99.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Check-System-Lock
           OPEN INPUT StudentIndexFile
           IF Index-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN STUDENTS.IDX, STATUS "
                   Index-Status
               DISPLAY "RUN BuildStudentIndex AFTER THE LAST MERGE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Read-Run-Control
           PERFORM Sign-On-Operator
           PERFORM Load-Sponsor-Table
           PERFORM Load-Sponsorship-Table

           PERFORM UNTIL Menu-Choice = "X" OR Menu-Choice = "x"
               DISPLAY " "
               DISPLAY "A=ADD SPONSOR, C=CHANGE SPONSOR, "
                   "R=RETIRE SPONSOR,"
               DISPLAY "S=SPONSOR A STUDENT, E=END A SPONSORSHIP, "
                   "P=SPONSOR PAYMENT, X=EXIT: "
               ACCEPT Menu-Choice
               EVALUATE Menu-Choice
                   WHEN "A"
                   WHEN "a"
                       PERFORM Add-One-Sponsor
                   WHEN "C"
                   WHEN "c"
                       PERFORM Change-One-Sponsor
                   WHEN "R"
                   WHEN "r"
                       PERFORM Retire-One-Sponsor
                   WHEN "S"
                   WHEN "s"
                       PERFORM Set-One-Sponsorship
                   WHEN "E"
                   WHEN "e"
                       PERFORM End-One-Sponsorship
                   WHEN "P"
                   WHEN "p"
                       PERFORM Record-Sponsor-Payment
               END-EVALUATE
           END-PERFORM

           CLOSE StudentIndexFile

           IF Sponsors-Changed > ZEROS
               PERFORM Rewrite-Sponsor-File
           END-IF
           IF Ships-Changed > ZEROS
               PERFORM Rewrite-Sponsorship-File
           END-IF

           DISPLAY "SPONSOR CHANGES:      " Sponsors-Changed
           DISPLAY "SPONSORSHIP CHANGES:  " Ships-Changed
           DISPLAY "SPONSOR ITEMS PAID:   " Items-Paid
           STOP RUN.

      ******************************************************************
      * Deciding who else pays a family's shop bill is a supervisor's
      * call, so the sign-on refuses any operator below supervisor
      * level.
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
      * The business date and cycle on the run-control card date the
      * journal entries and the paid marks; a missing or unreadable
      * card falls back to the wall clock, exactly the way Merge
      * dates its cycle.
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
                       IF RcCycleNumber IS NUMERIC
                           MOVE RcCycleNumber TO Run-Cycle
                       END-IF
               END-READ
               CLOSE RunControlFile
           END-IF.

      * Missing files just mean nothing has been set up yet.
       Load-Sponsor-Table.
           OPEN INPUT SponsorFile
           IF Sponsor-Status = "35"
               EXIT PARAGRAPH
           END-IF
           IF Sponsor-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN SPONSOR.DAT, STATUS "
                   Sponsor-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO File-EOF
           PERFORM UNTIL File-EOF = "Y"
               READ SponsorFile
                   AT END
                       MOVE "Y" TO File-EOF
                   NOT AT END
                       PERFORM Store-One-Sponsor
               END-READ
           END-PERFORM
           CLOSE SponsorFile.

       Store-One-Sponsor.
           IF Sponsor-Count >= Sponsor-Limit
               DISPLAY "ABORTED - SPONSOR.DAT EXCEEDS " Sponsor-Limit
                   " SPONSORS - RAISE THE TABLE LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO Sponsor-Count
           MOVE SponsorRec TO Sponsor-Entry(Sponsor-Count).

       Load-Sponsorship-Table.
           OPEN INPUT SponsorshipFile
           IF Sponsorship-Status = "35"
               EXIT PARAGRAPH
           END-IF
           IF Sponsorship-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN SPONSHIP.DAT, STATUS "
                   Sponsorship-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO File-EOF
           PERFORM UNTIL File-EOF = "Y"
               READ SponsorshipFile
                   AT END
                       MOVE "Y" TO File-EOF
                   NOT AT END
                       PERFORM Store-One-Sponsorship
               END-READ
           END-PERFORM
           CLOSE SponsorshipFile.

       Store-One-Sponsorship.
           IF Ship-Count >= Ship-Limit
               DISPLAY "ABORTED - SPONSHIP.DAT EXCEEDS " Ship-Limit
                   " RECORDS - RAISE THE TABLE LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO Ship-Count
           MOVE SponsorshipRec TO Ship-Entry(Ship-Count).

      ******************************************************************
      * Every sponsor action starts by finding the keyed code and
      * showing what the master says it is.
      ******************************************************************
       Find-Entry-Sponsor.
           MOVE "N" TO Sponsor-Found
           DISPLAY "SPONSOR CODE (BLANK TO CANCEL): "
           MOVE SPACES TO Entry-Code
           ACCEPT Entry-Code
           IF Entry-Code = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Sponsor-Sub FROM 1 BY 1
               UNTIL Sponsor-Sub > Sponsor-Count
               OR Sponsor-Found = "Y"
               IF TbSpSponsorCode(Sponsor-Sub) = Entry-Code
                   MOVE "Y" TO Sponsor-Found
               END-IF
           END-PERFORM
           IF Sponsor-Found = "Y"
               SUBTRACT 1 FROM Sponsor-Sub
               DISPLAY "SPONSOR: "
                   TbSpSponsorCode(Sponsor-Sub) " "
                   TbSpName(Sponsor-Sub)
                   "  ACTIVE: " TbSpActiveFlag(Sponsor-Sub)
           END-IF.

       Add-One-Sponsor.
           PERFORM Find-Entry-Sponsor
           IF Entry-Code = SPACES
               EXIT PARAGRAPH
           END-IF
           IF Sponsor-Found = "Y"
               DISPLAY "SPONSOR " Entry-Code " ALREADY ON THE MASTER"
               EXIT PARAGRAPH
           END-IF
           IF Sponsor-Count >= Sponsor-Limit
               DISPLAY "SPONSOR MASTER IS FULL - RAISE THE TABLE LIMIT"
               EXIT PARAGRAPH
           END-IF
           PERFORM Accept-Sponsor-Fields
           IF SpName OF New-Sponsor = SPACES
               OR SpAddress1 OF New-Sponsor = SPACES
               DISPLAY "NAME AND ADDRESS ARE REQUIRED - "
                   "SPONSOR NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Sponsor-Count
           MOVE Sponsor-Count TO Sponsor-Sub
           MOVE New-Sponsor TO Sponsor-Entry(Sponsor-Sub)
           MOVE Entry-Code TO TbSpSponsorCode(Sponsor-Sub)
           MOVE "A" TO TbSpActiveFlag(Sponsor-Sub)
           PERFORM Log-Sponsor-Change
           DISPLAY "SPONSOR " Entry-Code " ADDED".

      * A blank answer keeps what the master already holds.
       Change-One-Sponsor.
           PERFORM Find-Entry-Sponsor
           IF Entry-Code = SPACES OR Sponsor-Found = "N"
               IF Entry-Code NOT = SPACES
                   DISPLAY "NO SPONSOR ON THE MASTER FOR " Entry-Code
               END-IF
               EXIT PARAGRAPH
           END-IF
           DISPLAY "BLANK KEEPS THE CURRENT VALUE"
           PERFORM Accept-Sponsor-Fields
           IF SpName OF New-Sponsor NOT = SPACES
               MOVE SpName OF New-Sponsor TO TbSpName(Sponsor-Sub)
           END-IF
           IF SpContact OF New-Sponsor NOT = SPACES
               MOVE SpContact OF New-Sponsor
                   TO TbSpContact(Sponsor-Sub)
           END-IF
           IF SpAddress1 OF New-Sponsor NOT = SPACES
               MOVE SpAddress1 OF New-Sponsor
                   TO TbSpAddress1(Sponsor-Sub)
           END-IF
           IF SpCity OF New-Sponsor NOT = SPACES
               MOVE SpCity OF New-Sponsor TO TbSpCity(Sponsor-Sub)
           END-IF
           IF SpState OF New-Sponsor NOT = SPACES
               MOVE SpState OF New-Sponsor TO TbSpState(Sponsor-Sub)
           END-IF
           IF SpZip OF New-Sponsor NOT = SPACES
               MOVE SpZip OF New-Sponsor TO TbSpZip(Sponsor-Sub)
           END-IF
           PERFORM Log-Sponsor-Change
           DISPLAY "SPONSOR " Entry-Code " CHANGED".

      * Retired, not deleted - SPONSAR.DAT items still name it and
      * may still be owed.  Its sponsorships stop splitting orders.
       Retire-One-Sponsor.
           PERFORM Find-Entry-Sponsor
           IF Entry-Code = SPACES OR Sponsor-Found = "N"
               IF Entry-Code NOT = SPACES
                   DISPLAY "NO SPONSOR ON THE MASTER FOR " Entry-Code
               END-IF
               EXIT PARAGRAPH
           END-IF
           DISPLAY "RETIRE THIS SPONSOR (Y TO CONFIRM): "
           MOVE SPACES TO Confirm-Code
           ACCEPT Confirm-Code
           IF Confirm-Code = "Y" OR Confirm-Code = "y"
               MOVE "I" TO TbSpActiveFlag(Sponsor-Sub)
               PERFORM Log-Sponsor-Change
               DISPLAY "SPONSOR " Entry-Code " RETIRED"
           END-IF.

       Accept-Sponsor-Fields.
           MOVE SPACES TO New-Sponsor
           DISPLAY "SPONSOR NAME: "
           ACCEPT SpName OF New-Sponsor
           DISPLAY "ATTENTION OF: "
           ACCEPT SpContact OF New-Sponsor
           DISPLAY "ADDRESS: "
           ACCEPT SpAddress1 OF New-Sponsor
           DISPLAY "CITY: "
           ACCEPT SpCity OF New-Sponsor
           DISPLAY "STATE: "
           ACCEPT SpState OF New-Sponsor
           DISPLAY "ZIP: "
           ACCEPT SpZip OF New-Sponsor.

       Log-Sponsor-Change.
           ADD 1 TO Sponsors-Changed
           MOVE SPACES TO ActivityLogRec
           MOVE "SPM" TO OlTransType
           MOVE ZEROS TO OlStudentId
           MOVE ZEROS TO OlAmount
           PERFORM Write-Activity-Log.

      ******************************************************************
      * Check-digit the keyed ID, then show who the master says it
      * is - a sponsorship filed against the wrong student bills the
      * sponsor for someone else's child.
      ******************************************************************
       Verify-Entry-Student.
           MOVE "N" TO Student-Found
           DISPLAY "STUDENT ID (0 TO CANCEL): "
           MOVE ZEROS TO Entry-Id
           ACCEPT Entry-Id
           IF Entry-Id = ZEROS
               EXIT PARAGRAPH
           END-IF
           CALL "CheckDigit" USING Entry-Id, Check-Digit-Valid
           END-CALL
           IF Check-Digit-Valid = "N"
               DISPLAY "ID " Entry-Id " FAILS CHECK DIGIT"
               EXIT PARAGRAPH
           END-IF
           MOVE Entry-Id TO StudentId OF StudentIndexRec
           READ StudentIndexFile
               KEY IS StudentId OF StudentIndexRec
               INVALID KEY
                   DISPLAY "NO STUDENT ON MASTER FOR ID " Entry-Id
               NOT INVALID KEY
                   MOVE "Y" TO Student-Found
                   DISPLAY "STUDENT: "
                       FirstName OF StudentIndexRec " "
                       LastName OF StudentIndexRec
           END-READ.

       Find-Student-Sponsorship.
           MOVE "N" TO Ship-Found
           PERFORM VARYING Ship-Sub FROM 1 BY 1
               UNTIL Ship-Sub > Ship-Count
               OR Ship-Found = "Y"
               IF TbSsStudentId(Ship-Sub) = Entry-Id
                   AND TbSsTerm(Ship-Sub) = Entry-Term
                   MOVE "Y" TO Ship-Found
               END-IF
           END-PERFORM
           IF Ship-Found = "Y"
               SUBTRACT 1 FROM Ship-Sub
               MOVE TbSsSponsorCode(Ship-Sub) TO SI-SponsorCode
               MOVE TbSsPercent(Ship-Sub) TO SI-Percent
               MOVE TbSsCapAmount(Ship-Sub) TO SI-Cap
               DISPLAY "SPONSORED: " Ship-Image
                   "  " TbSsFromDate(Ship-Sub)
                   " THRU " TbSsThruDate(Ship-Sub)
           END-IF.

      ******************************************************************
      * One sponsorship per student per term; keying one for a term
      * that already has one replaces it.  Zero percent means the
      * sponsor pays the whole order; a zero cap means no ceiling.
      ******************************************************************
       Set-One-Sponsorship.
           PERFORM Verify-Entry-Student
           IF Student-Found = "N"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TERM, E.G. 2026FA: "
           MOVE SPACES TO Entry-Term
           ACCEPT Entry-Term
           IF Entry-Term = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Student-Sponsorship
           PERFORM Find-Entry-Sponsor
           IF Entry-Code = SPACES
               EXIT PARAGRAPH
           END-IF
           IF Sponsor-Found = "N"
               DISPLAY "NO SPONSOR ON THE MASTER FOR " Entry-Code
               EXIT PARAGRAPH
           END-IF
           IF TbSpActiveFlag(Sponsor-Sub) NOT = "A"
               DISPLAY "SPONSOR " Entry-Code " IS RETIRED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TERM STARTS (CCYYMMDD): "
           MOVE SPACES TO Entry-From-Date
           ACCEPT Entry-From-Date
           DISPLAY "TERM ENDS (CCYYMMDD): "
           MOVE SPACES TO Entry-Thru-Date
           ACCEPT Entry-Thru-Date
           IF Entry-From-Date IS NOT NUMERIC
               OR Entry-Thru-Date IS NOT NUMERIC
               OR Entry-Thru-Date < Entry-From-Date
               DISPLAY "TERM DATES ARE NOT VALID - NOTHING CHANGED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PERCENT OF EACH ORDER (0 = ALL OF IT): "
           MOVE ZEROS TO Entry-Percent
           ACCEPT Entry-Percent
           IF Entry-Percent > 100
               DISPLAY "PERCENT OVER 100 - NOTHING CHANGED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CAP FOR THE TERM 9(5)V99 (0 = NO CAP): "
           MOVE ZEROS TO Entry-Cap
           ACCEPT Entry-Cap

           IF Ship-Found = "N"
               IF Ship-Count >= Ship-Limit
                   DISPLAY "SPONSORSHIP FILE IS FULL - RAISE THE "
                       "TABLE LIMIT"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO Ship-Count
               MOVE Ship-Count TO Ship-Sub
               PERFORM Start-Journal-Entry
               MOVE "NONE" TO AjBeforeImage
           ELSE
               PERFORM Start-Journal-Entry
               MOVE Ship-Image TO AjBeforeImage
           END-IF
           MOVE Entry-Id TO TbSsStudentId(Ship-Sub)
           MOVE Entry-Code TO TbSsSponsorCode(Ship-Sub)
           MOVE Entry-Term TO TbSsTerm(Ship-Sub)
           MOVE Entry-From-Date TO TbSsFromDate(Ship-Sub)
           MOVE Entry-Thru-Date TO TbSsThruDate(Ship-Sub)
           MOVE Entry-Percent TO TbSsPercent(Ship-Sub)
           MOVE Entry-Cap TO TbSsCapAmount(Ship-Sub)
           MOVE Entry-Code TO SI-SponsorCode
           MOVE Entry-Percent TO SI-Percent
           MOVE Entry-Cap TO SI-Cap
           MOVE Ship-Image TO AjAfterImage
           PERFORM Write-Journal-Record
           MOVE SPACES TO ActivityLogRec
           MOVE "SPS" TO OlTransType
           MOVE Entry-Id TO OlStudentId
           MOVE Entry-Cap TO OlAmount
           PERFORM Write-Activity-Log
           ADD 1 TO Ships-Changed
           DISPLAY "SPONSORSHIP SET FOR " Entry-Id " TERM "
               Entry-Term.

       End-One-Sponsorship.
           PERFORM Verify-Entry-Student
           IF Student-Found = "N"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TERM, E.G. 2026FA: "
           MOVE SPACES TO Entry-Term
           ACCEPT Entry-Term
           PERFORM Find-Student-Sponsorship
           IF Ship-Found = "N"
               DISPLAY "NO SPONSORSHIP FOR " Entry-Id " TERM "
                   Entry-Term
               EXIT PARAGRAPH
           END-IF
           DISPLAY "END THIS SPONSORSHIP (Y TO CONFIRM): "
           MOVE SPACES TO Confirm-Code
           ACCEPT Confirm-Code
           IF Confirm-Code NOT = "Y" AND Confirm-Code NOT = "y"
               EXIT PARAGRAPH
           END-IF
           PERFORM Start-Journal-Entry
           MOVE Ship-Image TO AjBeforeImage
           MOVE "ENDED" TO AjAfterImage
           PERFORM Write-Journal-Record
           MOVE SPACES TO ActivityLogRec
           MOVE "SPE" TO OlTransType
           MOVE Entry-Id TO OlStudentId
           MOVE ZEROS TO OlAmount
           PERFORM Write-Activity-Log
           MOVE ZEROS TO TbSsStudentId(Ship-Sub)
           ADD 1 TO Ships-Changed
           DISPLAY "SPONSORSHIP ENDED FOR " Entry-Id.

       Start-Journal-Entry.
           MOVE SPACES TO AuditJournalRec
           MOVE Entry-Id TO AjStudentId
           MOVE "SPONSHIP" TO AjSourceFile
           MOVE "SPONSOR" TO AjFieldName.

      ******************************************************************
      * AUDITJRN.DAT is the cumulative before/after journal - always
      * EXTEND, never restarted, the same journal Merge writes its
      * master changes to.
      ******************************************************************
       Write-Journal-Record.
           OPEN EXTEND AuditJournalFile
           IF Journal-Status = "35"
               OPEN OUTPUT AuditJournalFile
           END-IF
           MOVE Run-Date TO AjRunDate
           MOVE Run-Cycle TO AjCycle
           MOVE Operator-Id TO AjOperator
           WRITE AuditJournalRec
           CLOSE AuditJournalFile.

      ******************************************************************
      * A sponsor pays the statement it was sent, so its check
      * clears every open item billed through the statement date.
      * The items are counted and totaled first for the supervisor
      * to hold against the check, and only marked on confirmation.
      ******************************************************************
       Record-Sponsor-Payment.
           PERFORM Find-Entry-Sponsor
           IF Entry-Code = SPACES
               EXIT PARAGRAPH
           END-IF
           IF Sponsor-Found = "N"
               DISPLAY "NO SPONSOR ON THE MASTER FOR " Entry-Code
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PAY ITEMS BILLED THROUGH (CCYYMMDD): "
           MOVE SPACES TO Entry-Through-Date
           ACCEPT Entry-Through-Date
           IF Entry-Through-Date IS NOT NUMERIC
               DISPLAY "DATE IS NOT VALID - NOTHING PAID"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Pay-Marking
           PERFORM Pass-Sponsor-Items
           IF Pay-Count = ZEROS
               DISPLAY "NO OPEN ITEMS FOR " Entry-Code " THROUGH "
                   Entry-Through-Date
               EXIT PARAGRAPH
           END-IF
           DISPLAY "OPEN ITEMS: " Pay-Count "  TOTAL: " Pay-Total
           DISPLAY "MARK THEM PAID (Y TO CONFIRM): "
           MOVE SPACES TO Confirm-Code
           ACCEPT Confirm-Code
           IF Confirm-Code NOT = "Y" AND Confirm-Code NOT = "y"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO Pay-Marking
           PERFORM Pass-Sponsor-Items
           PERFORM Copy-Back-Sponsor-Items
           ADD Pay-Count TO Items-Paid
           MOVE SPACES TO ActivityLogRec
           MOVE "SPP" TO OlTransType
           MOVE ZEROS TO OlStudentId
           MOVE Pay-Total TO OlAmount
           PERFORM Write-Activity-Log
           DISPLAY Pay-Count " ITEMS MARKED PAID FOR " Entry-Code.

      * One pass counts the sponsor's open items; with Pay-Marking
      * on it also copies SPONSAR.DAT to the work file with them
      * marked paid.
       Pass-Sponsor-Items.
           MOVE ZEROS TO Pay-Count
           MOVE ZEROS TO Pay-Total
           MOVE "N" TO File-EOF
           OPEN INPUT SponsorChargeFile
           IF SponsorChg-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF Pay-Marking = "Y"
               OPEN OUTPUT SponsorWorkFile
           END-IF
           PERFORM UNTIL File-EOF = "Y"
               READ SponsorChargeFile
                   AT END
                       MOVE "Y" TO File-EOF
                   NOT AT END
                       PERFORM Pass-One-Sponsor-Item
               END-READ
           END-PERFORM
           CLOSE SponsorChargeFile
           IF Pay-Marking = "Y"
               CLOSE SponsorWorkFile
           END-IF.

       Pass-One-Sponsor-Item.
           IF SaSponsorCode OF SponsorChargeRec = Entry-Code
               AND SaStatus OF SponsorChargeRec = SPACE
               AND SaDate OF SponsorChargeRec NOT > Entry-Through-Date
               ADD 1 TO Pay-Count
               ADD SaSponsorAmount OF SponsorChargeRec TO Pay-Total
               MOVE "P" TO SaStatus OF SponsorChargeRec
               MOVE Run-Date TO SaPaidDate OF SponsorChargeRec
           END-IF
           IF Pay-Marking = "Y"
               MOVE SponsorChargeRec TO SponsorWorkRec
               WRITE SponsorWorkRec
           END-IF.

       Copy-Back-Sponsor-Items.
           MOVE "N" TO File-EOF
           OPEN INPUT SponsorWorkFile
           OPEN OUTPUT SponsorChargeFile
           PERFORM UNTIL File-EOF = "Y"
               READ SponsorWorkFile
                   AT END
                       MOVE "Y" TO File-EOF
                   NOT AT END
                       MOVE SponsorWorkRec TO SponsorChargeRec
                       WRITE SponsorChargeRec
               END-READ
           END-PERFORM
           CLOSE SponsorWorkFile
           CLOSE SponsorChargeFile.

       Rewrite-Sponsor-File.
           OPEN OUTPUT SponsorFile
           PERFORM VARYING Sponsor-Sub FROM 1 BY 1
               UNTIL Sponsor-Sub > Sponsor-Count
               MOVE Sponsor-Entry(Sponsor-Sub) TO SponsorRec
               WRITE SponsorRec
           END-PERFORM
           CLOSE SponsorFile
           SORT SortSponsorFile
               ON ASCENDING KEY SpSponsorCode OF SortSponsorRec
               USING SponsorFile
               GIVING SponsorFile.

      * Ended sponsorships drop out; the rest go back in student and
      * term order.
       Rewrite-Sponsorship-File.
           OPEN OUTPUT SponsorshipFile
           PERFORM VARYING Ship-Sub FROM 1 BY 1
               UNTIL Ship-Sub > Ship-Count
               IF TbSsStudentId(Ship-Sub) NOT = ZEROS
                   MOVE Ship-Entry(Ship-Sub) TO SponsorshipRec
                   WRITE SponsorshipRec
               END-IF
           END-PERFORM
           CLOSE SponsorshipFile
           SORT SortShipFile
               ON ASCENDING KEY SsStudentId OF SortShipRec
                                SsTerm OF SortShipRec
               USING SponsorshipFile
               GIVING SponsorshipFile.

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
