      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly collection-recovery posting step.  Applies
      *          the RECOVQ.DAT remittances queued in the
      *          RecoveryEntry session: each is checked again
      *          against the COLLPLC.DAT placement register - the
      *          student must have been placed, the net must be the
      *          gross less the commission, and everything recovered
      *          (already on RCVREG.DAT, earlier on tonight's queue,
      *          and this line) may not pass the amount placed - and
      *          is then posted to LEDGER.DAT as an RCV row stamped
      *          with this cycle: the net amount the shop received,
      *          with the balance after left exactly where the
      *          generation has it, because the debt itself was
      *          already written off and recovered money does not
      *          reopen it.  Every posted recovery is appended, with
      *          the cycle that posted it, to the cumulative
      *          RCVREG.DAT register the period recovery report
      *          reads.  RCVPOST.RPT lists each recovery - gross,
      *          commission and net - with totals; a recovery that
      *          cannot be posted stays on the queue, and the posted
      *          ones go to RECOVQ.APL for the cycle's archive.  The
      *          generation filename is read from the console (the
      *          nightly script pipes it in), the way Reconcile
      *          takes it.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecoveryPost.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QueueFile ASSIGN TO "RECOVQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Queue-Status.

           SELECT AppliedFile ASSIGN TO "RECOVQ.APL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RegisterFile ASSIGN TO "RCVREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Register-Status.

           SELECT PlacementFile ASSIGN TO "COLLPLC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Placement-Status.

           SELECT NewFile ASSIGN DYNAMIC New-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS New-Status.

           SELECT LedgerFile ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ledger-Status.

           SELECT ReportFile ASSIGN TO "RCVPOST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  QueueFile.
       01  QueueRec.
           COPY Recovery.

       FD  AppliedFile.
       01  AppliedRec              PIC X(62).

       FD  RegisterFile.
       01  RegisterRec.
           COPY Recovery.

       FD  PlacementFile.
       01  PlacementRec.
           COPY CollectionPlacement.

       FD  NewFile.
       01  NewRec.
           COPY StudentMaster.

       FD  LedgerFile.
       01  LedgerRec.
           COPY LedgerRecord.

       FD  ReportFile.
       01  ReportLine              PIC X(80).

       WORKING-STORAGE SECTION.
       01  Queue-Status         PIC XX.
       01  Register-Status      PIC XX.
       01  Placement-Status     PIC XX.
       01  New-Status           PIC XX.
       01  Ledger-Status        PIC XX.
       01  New-Filename         PIC X(40).
       01  Gen-Date             PIC X(8).
       01  Gen-Cycle            PIC 99.
       01  Read-EOF             PIC X.

      * RECOVQ.DAT held in memory.  TbRvState is A while the
      * recovery is applying, R once it is refused.  TbRvPlaced and
      * TbRvPrior carry everything placed and everything already
      * recovered for the student; TbRvBalance is the student's
      * ShopTotal on the generation, zero for a student since
      * withdrawn.
       01  Request-Limit        PIC 9(3) VALUE 500.
       01  Request-Count        PIC 9(3) VALUE ZEROS.
       01  Request-Sub          PIC 9(3).
       01  Other-Sub            PIC 9(3).
       01  Request-Table.
           05  Request-Entry OCCURS 500 TIMES.
               10  TbRvStudentId       PIC 9(7).
               10  TbRvGross           PIC 9(5)V99.
               10  TbRvCommission      PIC 9(5)V99.
               10  TbRvNet             PIC 9(5)V99.
               10  TbRvAgencyRef       PIC X(12).
               10  TbRvOperator        PIC X(4).
               10  TbRvKeyedDate       PIC X(8).
               10  TbRvState           PIC X.
               10  TbRvReason          PIC X(32).
               10  TbRvLastName        PIC X(20).
               10  TbRvPlaced          PIC 9(7)V99.
               10  TbRvPrior           PIC 9(7)V99.
               10  TbRvBalance         PIC 9(5)V99.

       01  Running-Recovered    PIC 9(7)V99.
       01  Cnt-Posted           PIC 9(5) VALUE ZEROS.
       01  Cnt-Refused          PIC 9(5) VALUE ZEROS.
       01  Tot-Gross            PIC 9(7)V99 VALUE ZEROS.
       01  Tot-Commission       PIC 9(7)V99 VALUE ZEROS.
       01  Tot-Net              PIC 9(7)V99 VALUE ZEROS.

       01  Report-Heading       PIC X(80)
           VALUE "COLLECTION RECOVERY POSTING REPORT".

       01  Ident-Line.
           05  FILLER              PIC X(12) VALUE "GENERATION: ".
           05  IL-Filename         PIC X(40).

       01  Column-Line.
           05  FILLER              PIC X(39)
               VALUE "STUDENT  LAST NAME              GROSS  ".
           05  FILLER              PIC X(31)
               VALUE "COMMISSION       NET  REFERENCE".

       01  Detail-Line.
           05  DL-StudentId        PIC 9(7).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DL-LastName         PIC X(18).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  DL-Gross            PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  DL-Commission       PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  DL-Net              PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DL-AgencyRef        PIC X(12).

       01  Refused-Heading      PIC X(80)
           VALUE "RECOVERIES REFUSED - LEFT ON RECOVQ.DAT".

       01  Refused-Line.
           05  RL-StudentId        PIC 9(7).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RL-Gross            PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RL-AgencyRef        PIC X(12).
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
               MOVE "NO RECOVERIES QUEUED" TO ReportLine
               WRITE ReportLine
               PERFORM Write-Recovery-Totals
               CLOSE ReportFile
               DISPLAY "NO RECOVERIES QUEUED"
               STOP RUN
           END-IF

           PERFORM Total-Placements
           PERFORM Total-Prior-Recoveries
           PERFORM Screen-Queued-Recoveries
           PERFORM Find-Generation-Balances

           IF Cnt-Posted > ZEROS
               PERFORM Post-Recoveries
           END-IF

           PERFORM Write-Recovery-Details
           PERFORM Write-Recovery-Totals
           CLOSE ReportFile
           PERFORM Rewrite-Queue-File

           DISPLAY "RECOVERIES POSTED:  " Cnt-Posted
           DISPLAY "RECOVERIES REFUSED: " Cnt-Refused
           STOP RUN.

      ******************************************************************
      * The generation name carries the business date and cycle
      * number (STUDENTS.NEW.ccyymmdd.nn); the RCV ledger rows and
      * the register are stamped with them so Reconcile, GLExtract
      * and BackOut treat the recoveries as part of this cycle:
      * BackOut purges the RCV rows and the cycle's RCVREG.DAT
      * entries and puts the lines, filed from RECOVQ.APL, back on
      * the queue.
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
           IF Request-Count NOT LESS THAN Request-Limit
               DISPLAY "ABORTED - MORE THAN " Request-Limit
                   " RECOVERIES ON RECOVQ.DAT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO Request-Count
           MOVE RvStudentId OF QueueRec TO TbRvStudentId(Request-Count)
           MOVE RvGross OF QueueRec TO TbRvGross(Request-Count)
           MOVE RvCommission OF QueueRec
               TO TbRvCommission(Request-Count)
           MOVE RvNet OF QueueRec TO TbRvNet(Request-Count)
           MOVE RvAgencyRef OF QueueRec TO TbRvAgencyRef(Request-Count)
           MOVE RvOperator OF QueueRec TO TbRvOperator(Request-Count)
           MOVE RvKeyedDate OF QueueRec TO TbRvKeyedDate(Request-Count)
           MOVE "A" TO TbRvState(Request-Count)
           MOVE SPACES TO TbRvReason(Request-Count)
           MOVE SPACES TO TbRvLastName(Request-Count)
           MOVE ZEROS TO TbRvPlaced(Request-Count)
           MOVE ZEROS TO TbRvPrior(Request-Count)
           MOVE ZEROS TO TbRvBalance(Request-Count).

      * A missing register means nothing was ever placed, and every
      * queued recovery is refused below for want of a placement.
       Total-Placements.
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
                       PERFORM Note-One-Placement
               END-READ
           END-PERFORM
           CLOSE PlacementFile.

       Note-One-Placement.
           PERFORM VARYING Request-Sub FROM 1 BY 1
               UNTIL Request-Sub > Request-Count
               IF TbRvStudentId(Request-Sub) = CpStudentId
                   ADD CpAmount TO TbRvPlaced(Request-Sub)
                   MOVE CpLastName TO TbRvLastName(Request-Sub)
               END-IF
           END-PERFORM.

       Total-Prior-Recoveries.
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
                       PERFORM Note-One-Prior-Recovery
               END-READ
           END-PERFORM
           CLOSE RegisterFile.

       Note-One-Prior-Recovery.
           PERFORM VARYING Request-Sub FROM 1 BY 1
               UNTIL Request-Sub > Request-Count
               IF TbRvStudentId(Request-Sub) =
                   RvStudentId OF RegisterRec
                   ADD RvGross OF RegisterRec
                       TO TbRvPrior(Request-Sub)
               END-IF
           END-PERFORM.

      ******************************************************************
      * Recoveries are screened in queue order, so when two lines
      * for one student would together pass the amount placed the
      * earlier one posts and the later one waits on the queue.
      ******************************************************************
       Screen-Queued-Recoveries.
           PERFORM VARYING Request-Sub FROM 1 BY 1
               UNTIL Request-Sub > Request-Count
               PERFORM Screen-One-Recovery
               IF TbRvState(Request-Sub) = "A"
                   ADD 1 TO Cnt-Posted
               ELSE
                   ADD 1 TO Cnt-Refused
               END-IF
           END-PERFORM.

       Screen-One-Recovery.
           IF TbRvGross(Request-Sub) IS NOT NUMERIC
               OR TbRvCommission(Request-Sub) IS NOT NUMERIC
               OR TbRvNet(Request-Sub) IS NOT NUMERIC
               OR TbRvGross(Request-Sub) = ZEROS
               MOVE "AMOUNTS NOT VALID" TO TbRvReason(Request-Sub)
               MOVE "R" TO TbRvState(Request-Sub)
               EXIT PARAGRAPH
           END-IF
           IF TbRvCommission(Request-Sub) > TbRvGross(Request-Sub)
               OR TbRvGross(Request-Sub) - TbRvCommission(Request-Sub)
                   NOT = TbRvNet(Request-Sub)
               MOVE "NET IS NOT GROSS LESS COMMISSION"
                   TO TbRvReason(Request-Sub)
               MOVE "R" TO TbRvState(Request-Sub)
               EXIT PARAGRAPH
           END-IF
           IF TbRvPlaced(Request-Sub) = ZEROS
               MOVE "NO PLACEMENT ON COLLPLC.DAT"
                   TO TbRvReason(Request-Sub)
               MOVE "R" TO TbRvState(Request-Sub)
               EXIT PARAGRAPH
           END-IF
           MOVE TbRvPrior(Request-Sub) TO Running-Recovered
           PERFORM VARYING Other-Sub FROM 1 BY 1
               UNTIL Other-Sub NOT LESS THAN Request-Sub
               IF TbRvStudentId(Other-Sub) = TbRvStudentId(Request-Sub)
                   AND TbRvState(Other-Sub) = "A"
                   ADD TbRvGross(Other-Sub) TO Running-Recovered
               END-IF
           END-PERFORM
           ADD TbRvGross(Request-Sub) TO Running-Recovered
           IF Running-Recovered > TbRvPlaced(Request-Sub)
               MOVE "RECOVERED WOULD EXCEED PLACED"
                   TO TbRvReason(Request-Sub)
               MOVE "R" TO TbRvState(Request-Sub)
           END-IF.

      ******************************************************************
      * The RCV row's balance-after is the student's balance as the
      * generation carries it tonight - the recovery does not move
      * it - so the ledger's latest row still agrees with the
      * master.  A student since withdrawn is off the generation
      * and carries zero, the balance the withdrawal left.
      ******************************************************************
       Find-Generation-Balances.
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
                       PERFORM Note-One-Generation
               END-READ
           END-PERFORM
           CLOSE NewFile.

       Note-One-Generation.
           PERFORM VARYING Request-Sub FROM 1 BY 1
               UNTIL Request-Sub > Request-Count
               IF TbRvStudentId(Request-Sub) = StudentId OF NewRec
                   MOVE ShopTotal OF NewRec TO TbRvBalance(Request-Sub)
               END-IF
           END-PERFORM.

       Post-Recoveries.
           OPEN EXTEND LedgerFile
           IF Ledger-Status = "35"
               OPEN OUTPUT LedgerFile
           END-IF
           OPEN EXTEND RegisterFile
           IF Register-Status = "35"
               OPEN OUTPUT RegisterFile
           END-IF
           PERFORM VARYING Request-Sub FROM 1 BY 1
               UNTIL Request-Sub > Request-Count
               IF TbRvState(Request-Sub) = "A"
                   PERFORM Post-One-Recovery
               END-IF
           END-PERFORM
           CLOSE LedgerFile
           CLOSE RegisterFile.

       Post-One-Recovery.
           MOVE SPACES TO LedgerRec
           MOVE TbRvStudentId(Request-Sub) TO LgStudentId
           MOVE Gen-Date TO LgRunDate
           MOVE Gen-Cycle TO LgCycle
           MOVE "RCV" TO LgTransType
           MOVE TbRvNet(Request-Sub) TO LgAmount
           MOVE TbRvBalance(Request-Sub) TO LgBalanceAfter
           MOVE TbRvAgencyRef(Request-Sub) TO LgReference
           WRITE LedgerRec

           MOVE SPACES TO RegisterRec
           MOVE TbRvStudentId(Request-Sub) TO RvStudentId OF RegisterRec
           MOVE TbRvGross(Request-Sub) TO RvGross OF RegisterRec
           MOVE TbRvCommission(Request-Sub)
               TO RvCommission OF RegisterRec
           MOVE TbRvNet(Request-Sub) TO RvNet OF RegisterRec
           MOVE TbRvAgencyRef(Request-Sub) TO RvAgencyRef OF RegisterRec
           MOVE TbRvOperator(Request-Sub) TO RvOperator OF RegisterRec
           MOVE TbRvKeyedDate(Request-Sub)
               TO RvKeyedDate OF RegisterRec
           MOVE Gen-Date TO RvPostDate OF RegisterRec
           MOVE Gen-Cycle TO RvPostCycle OF RegisterRec
           WRITE RegisterRec

           ADD TbRvGross(Request-Sub) TO Tot-Gross
           ADD TbRvCommission(Request-Sub) TO Tot-Commission
           ADD TbRvNet(Request-Sub) TO Tot-Net.

      * Only refused recoveries go back on the queue.  The applied ones
      * are written to RECOVQ.APL, which the nightly script files
      * with the cycle's transaction inputs as RECOVQ.DAT.<suffix>.
       Rewrite-Queue-File.
           OPEN OUTPUT QueueFile
           OPEN OUTPUT AppliedFile
           PERFORM VARYING Request-Sub FROM 1 BY 1
               UNTIL Request-Sub > Request-Count
               MOVE SPACES TO QueueRec
               MOVE TbRvStudentId(Request-Sub)
                   TO RvStudentId OF QueueRec
               MOVE TbRvGross(Request-Sub) TO RvGross OF QueueRec
               MOVE TbRvCommission(Request-Sub)
                   TO RvCommission OF QueueRec
               MOVE TbRvNet(Request-Sub) TO RvNet OF QueueRec
               MOVE TbRvAgencyRef(Request-Sub)
                   TO RvAgencyRef OF QueueRec
               MOVE TbRvOperator(Request-Sub)
                   TO RvOperator OF QueueRec
               MOVE TbRvKeyedDate(Request-Sub)
                   TO RvKeyedDate OF QueueRec
               MOVE ZEROS TO RvPostCycle OF QueueRec
               IF TbRvState(Request-Sub) = "R"
                   WRITE QueueRec
               ELSE
                   MOVE QueueRec TO AppliedRec
                   WRITE AppliedRec
               END-IF
           END-PERFORM
           CLOSE QueueFile
           CLOSE AppliedFile.

       Write-Recovery-Details.
           IF Cnt-Posted > ZEROS
               WRITE ReportLine FROM Column-Line
               PERFORM VARYING Request-Sub FROM 1 BY 1
                   UNTIL Request-Sub > Request-Count
                   IF TbRvState(Request-Sub) = "A"
                       PERFORM Write-One-Recovery
                   END-IF
               END-PERFORM
           END-IF
           IF Cnt-Refused > ZEROS
               MOVE SPACES TO ReportLine
               WRITE ReportLine
               WRITE ReportLine FROM Refused-Heading
               PERFORM VARYING Request-Sub FROM 1 BY 1
                   UNTIL Request-Sub > Request-Count
                   IF TbRvState(Request-Sub) = "R"
                       MOVE TbRvStudentId(Request-Sub) TO RL-StudentId
                       MOVE TbRvGross(Request-Sub) TO RL-Gross
                       MOVE TbRvAgencyRef(Request-Sub) TO RL-AgencyRef
                       MOVE TbRvReason(Request-Sub) TO RL-Reason
                       MOVE TbRvOperator(Request-Sub) TO RL-Operator
                       WRITE ReportLine FROM Refused-Line
                   END-IF
               END-PERFORM
           END-IF.

       Write-One-Recovery.
           MOVE TbRvStudentId(Request-Sub) TO DL-StudentId
           MOVE TbRvLastName(Request-Sub) TO DL-LastName
           MOVE TbRvGross(Request-Sub) TO DL-Gross
           MOVE TbRvCommission(Request-Sub) TO DL-Commission
           MOVE TbRvNet(Request-Sub) TO DL-Net
           MOVE TbRvAgencyRef(Request-Sub) TO DL-AgencyRef
           WRITE ReportLine FROM Detail-Line.

       Write-Recovery-Totals.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "RECOVERIES ON THE QUEUE" TO CL-Label
           MOVE Request-Count TO CL-Count
           WRITE ReportLine FROM Count-Line
           MOVE "RECOVERIES POSTED" TO CL-Label
           MOVE Cnt-Posted TO CL-Count
           WRITE ReportLine FROM Count-Line
           MOVE "RECOVERIES REFUSED" TO CL-Label
           MOVE Cnt-Refused TO CL-Count
           WRITE ReportLine FROM Count-Line
           IF Cnt-Posted = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "GROSS COLLECTED BY THE AGENCY" TO TL-Label
           MOVE Tot-Gross TO TL-Amount
           WRITE ReportLine FROM Total-Line
           MOVE "AGENCY COMMISSION" TO TL-Label
           MOVE Tot-Commission TO TL-Amount
           WRITE ReportLine FROM Total-Line
           MOVE "NET RECOVERED - POSTED AS RCV" TO TL-Label
           MOVE Tot-Net TO TL-Amount
           WRITE ReportLine FROM Total-Line.
