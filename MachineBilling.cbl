      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly machine-time billing step.  Prices every
      *          session queued on MACHUSE.DAT by the MachineUseEntry
      *          session - minutes times the machine's per-minute
      *          rate on MACHINE.DAT, through the Multiplier routine -
      *          and posts each as a charge transaction on
      *          TRANSINS.DAT, the same record Invoice and
      *          ClassBilling post, so Merge carries machine time to
      *          the balance, the ledger and the statements with
      *          nothing re-keyed.  The charges are re-sorted and
      *          resealed with HDR/TRL batch control records, and
      *          each session is appended to SALESDTL.DAT under its
      *          machine code so SalesAnalysis reports machine time
      *          beside the shop's other sales.  A session for a
      *          student not on STUDENTS.DAT, on a machine not on the
      *          master or out of service, or too large for
      *          Multiplier to price (a size error) is rejected: it
      *          stays on the queue and is listed.  The register
      *          (MACHBILL.RPT) lists every session billed, the
      *          rejects, a summary by machine and the totals.  Runs
      *          ahead of Merge in the nightly batch.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MachineBilling.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UsageFile ASSIGN TO "MACHUSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Usage-Status.

           SELECT MachineFile ASSIGN TO "MACHINE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Machine-Status.

           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Student-Status.

           SELECT ChargeFile ASSIGN TO "TRANSINS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Charge-Status.

           SELECT SalesDetailFile ASSIGN TO "SALESDTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sales-Status.

           SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunCtl-Status.

           SELECT ReportFile ASSIGN TO "MACHBILL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SortWorkFile ASSIGN TO "MACHCHG.SRT".

           SELECT SortedChargeFile ASSIGN TO "MACHCHG.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  UsageFile.
       01  UsageRec.
           COPY MachineUsage.

       FD  MachineFile.
       01  MachineRec.
           COPY MachineMaster.

       FD  StudentFile.
       01  StudentRec.
           COPY StudentMaster.

       FD  ChargeFile.
       01  ChargeRec.
           COPY StudentMaster.

       FD  SalesDetailFile.
       01  SalesDetailRec.
           COPY SalesDetail.

       FD  RunControlFile.
       01  RunControlRec.
           COPY RunControl.

       FD  ReportFile.
       01  ReportLine              PIC X(80).

       FD  SortedChargeFile.
       01  SortedChargeRec.
           COPY StudentMaster.

       SD  SortWorkFile.
       01  SortWorkRec.
           COPY StudentMaster.

       WORKING-STORAGE SECTION.
       01  Usage-Status         PIC XX.
       01  Machine-Status       PIC XX.
       01  Student-Status       PIC XX.
       01  Charge-Status        PIC XX.
       01  Sales-Status         PIC XX.
       01  RunCtl-Status        PIC XX.
       01  Read-EOF             PIC X.
       01  Sorted-EOF           PIC X.
       01  Run-Date             PIC X(8).
       01  Current-DateTime     PIC X(21).

      * Multiplier's parameter block.  Minutes and the rate in cents
      * go in as PIC 9(3); the product comes back in cents.
       01  Mult-Minutes         PIC 9(3).
       01  Mult-Rate            PIC 9(3).
       01  Mult-Answer          PIC 9(6) COMP.
       01  Mult-Label-A         PIC X(20) VALUE "MINUTES".
       01  Mult-Label-B         PIC X(20) VALUE "CENTS PER MINUTE".
       01  Mult-Return          PIC 9.

       01  Control-Rec.
           COPY BatchControl.
       01  Seal-Count           PIC 9(7).
       01  Seal-Hash            PIC 9(11).
       01  Seal-Amount          PIC 9(7)V99.

      * MACHINE.DAT held in memory, with the night's billing
      * accumulated against each machine for the summary.
       01  Machine-Limit        PIC 9(3) VALUE 100.
       01  Machine-Count        PIC 9(3) VALUE ZEROS.
       01  Machine-Sub          PIC 9(3).
       01  Machine-Table.
           05  Machine-Entry OCCURS 100 TIMES.
               10  Machine-Record.
                   15  TbMcMachineCode     PIC X(5).
                   15  TbMcDescription     PIC X(20).
                   15  TbMcRatePerMinute   PIC 9V99.
                   15  TbMcActiveFlag      PIC X.
               10  TbMcSessions        PIC 9(5).
               10  TbMcMinutes         PIC 9(7).
               10  TbMcDollars         PIC 9(7)V99.

      * MACHUSE.DAT held in memory.  TbMuState is A while the
      * session is billing, R once it is rejected; TbMuMachineSub
      * points at its machine and TbMuLastName is filled from
      * STUDENTS.DAT, staying blank for a student not on file.
       01  Usage-Limit          PIC 9(4) VALUE 2000.
       01  Usage-Count          PIC 9(4) VALUE ZEROS.
       01  Usage-Sub            PIC 9(4).
       01  Usage-Table.
           05  Usage-Entry OCCURS 2000 TIMES.
               10  Usage-Record.
                   15  TbMuStudentId       PIC 9(7).
                   15  TbMuMachineCode     PIC X(5).
                   15  TbMuMinutes         PIC 9(4).
                   15  TbMuUseDate         PIC X(8).
                   15  TbMuOperator        PIC X(4).
                   15  TbMuKeyedDate       PIC X(8).
               10  TbMuState           PIC X.
               10  TbMuReason          PIC X(32).
               10  TbMuMachineSub      PIC 9(3).
               10  TbMuOnMaster        PIC X.
               10  TbMuLastName        PIC X(20).
               10  TbMuCharge          PIC 9(5)V99.

       01  Cnt-Billed           PIC 9(5) VALUE ZEROS.
       01  Cnt-Rejected         PIC 9(5) VALUE ZEROS.
       01  Tot-Minutes          PIC 9(7) VALUE ZEROS.
       01  Tot-Dollars          PIC 9(7)V99 VALUE ZEROS.

       01  Report-Heading.
           05  FILLER              PIC X(30)
               VALUE "MACHINE-TIME BILLING REGISTER".
           05  FILLER              PIC X(6) VALUE " DATE ".
           05  RH-Date             PIC X(8).

       01  Column-Line.
           05  FILLER              PIC X(38)
               VALUE "STUDENT  LAST NAME          MACHINE   ".
           05  FILLER              PIC X(38)
               VALUE "USED ON  MINUTES  RATE      CHARGE".

       01  Detail-Line.
           05  DL-StudentId        PIC 9(7).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DL-LastName         PIC X(18).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  DL-MachineCode      PIC X(5).
           05  FILLER              PIC X(5) VALUE SPACES.
           05  DL-UseDate          PIC X(8).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  DL-Minutes          PIC ZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DL-Rate             PIC 9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DL-Charge           PIC ZZ,ZZ9.99.

       01  Rejected-Heading     PIC X(80)
           VALUE "SESSIONS REJECTED - LEFT ON MACHUSE.DAT".

       01  Rejected-Line.
           05  RL-StudentId        PIC 9(7).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RL-MachineCode      PIC X(5).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RL-UseDate          PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RL-Minutes          PIC ZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RL-Reason           PIC X(32).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RL-Operator         PIC X(4).

       01  Summary-Heading.
           05  FILLER              PIC X(31)
               VALUE "MACHINE  DESCRIPTION".
           05  FILLER              PIC X(32)
               VALUE "SESSIONS   MINUTES       DOLLARS".

       01  Summary-Line.
           05  SL-MachineCode      PIC X(5).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  SL-Description      PIC X(20).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  SL-Sessions         PIC ZZ,ZZ9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  SL-Minutes          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  SL-Dollars          PIC Z,ZZZ,ZZ9.99.

       01  Count-Line.
           05  CL-Label            PIC X(34).
           05  CL-Count            PIC ZZZ,ZZ9.

       01  Total-Line.
           05  TL-Label            PIC X(34).
           05  TL-Amount           PIC ----,---,--9.99.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Read-Run-Control
           PERFORM Load-Usage-Table

           OPEN OUTPUT ReportFile
           MOVE Run-Date TO RH-Date
           WRITE ReportLine FROM Report-Heading
           MOVE SPACES TO ReportLine
           WRITE ReportLine

           IF Usage-Count = ZEROS
               MOVE "NO MACHINE USAGE QUEUED" TO ReportLine
               WRITE ReportLine
               PERFORM Write-Billing-Totals
               CLOSE ReportFile
               DISPLAY "NO MACHINE USAGE QUEUED"
               STOP RUN
           END-IF

           PERFORM Load-Machine-Table
           PERFORM Find-Students
           PERFORM Screen-Queued-Usage

           IF Cnt-Billed > ZEROS
               PERFORM Post-Charges
               PERFORM Sort-Charge-File
               PERFORM Write-Sales-Details
           END-IF

           PERFORM Write-Billing-Details
           PERFORM Write-Machine-Summary
           PERFORM Write-Billing-Totals
           CLOSE ReportFile
           PERFORM Rewrite-Usage-File

           DISPLAY "SESSIONS BILLED:   " Cnt-Billed
           DISPLAY "SESSIONS REJECTED: " Cnt-Rejected
           DISPLAY "REGISTER WRITTEN TO MACHBILL.RPT"
           STOP RUN.

      ******************************************************************
      * The business date on the run-control card dates the register
      * and the sales detail; a missing or unreadable card falls
      * back to the wall clock, exactly the way Merge dates its
      * cycle.
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

      * A missing queue file just means nothing is waiting.
       Load-Usage-Table.
           OPEN INPUT UsageFile
           IF Usage-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ UsageFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       PERFORM Store-One-Usage
               END-READ
           END-PERFORM
           CLOSE UsageFile.

       Store-One-Usage.
           IF Usage-Count NOT LESS THAN Usage-Limit
               DISPLAY "ABORTED - MORE THAN " Usage-Limit
                   " SESSIONS ON MACHUSE.DAT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO Usage-Count
           MOVE UsageRec TO Usage-Record(Usage-Count)
           MOVE "A" TO TbMuState(Usage-Count)
           MOVE SPACES TO TbMuReason(Usage-Count)
           MOVE ZEROS TO TbMuMachineSub(Usage-Count)
           MOVE "N" TO TbMuOnMaster(Usage-Count)
           MOVE SPACES TO TbMuLastName(Usage-Count)
           MOVE ZEROS TO TbMuCharge(Usage-Count).

      * A missing master means every queued session is rejected
      * below for want of a machine.
       Load-Machine-Table.
           OPEN INPUT MachineFile
           IF Machine-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ MachineFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       PERFORM Store-One-Machine
               END-READ
           END-PERFORM
           CLOSE MachineFile.

       Store-One-Machine.
           IF Machine-Count NOT LESS THAN Machine-Limit
               DISPLAY "ABORTED - MORE THAN " Machine-Limit
                   " MACHINES ON MACHINE.DAT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO Machine-Count
           MOVE MachineRec TO Machine-Record(Machine-Count)
           MOVE ZEROS TO TbMcSessions(Machine-Count)
           MOVE ZEROS TO TbMcMinutes(Machine-Count)
           MOVE ZEROS TO TbMcDollars(Machine-Count).

      ******************************************************************
      * Merge treats a TRANSINS.DAT record for an ID it does not
      * hold as a new student, so a session is only billed to a
      * student already on the master; a student since withdrawn is
      * rejected here rather than re-enrolled by a charge.
      ******************************************************************
       Find-Students.
           OPEN INPUT StudentFile
           IF Student-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN STUDENTS.DAT, STATUS "
                   Student-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ StudentFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       PERFORM Note-One-Student
               END-READ
           END-PERFORM
           CLOSE StudentFile.

       Note-One-Student.
           PERFORM VARYING Usage-Sub FROM 1 BY 1
               UNTIL Usage-Sub > Usage-Count
               IF TbMuStudentId(Usage-Sub) = StudentId OF StudentRec
                   MOVE "Y" TO TbMuOnMaster(Usage-Sub)
                   MOVE LastName OF StudentRec
                       TO TbMuLastName(Usage-Sub)
               END-IF
           END-PERFORM.

       Screen-Queued-Usage.
           PERFORM VARYING Usage-Sub FROM 1 BY 1
               UNTIL Usage-Sub > Usage-Count
               PERFORM Screen-One-Usage
               IF TbMuState(Usage-Sub) = "A"
                   PERFORM Price-One-Usage
               END-IF
               IF TbMuState(Usage-Sub) = "A"
                   ADD 1 TO Cnt-Billed
               ELSE
                   ADD 1 TO Cnt-Rejected
               END-IF
           END-PERFORM.

       Screen-One-Usage.
           IF TbMuStudentId(Usage-Sub) IS NOT NUMERIC
               OR TbMuOnMaster(Usage-Sub) NOT = "Y"
               MOVE "STUDENT NOT ON STUDENTS.DAT"
                   TO TbMuReason(Usage-Sub)
               MOVE "R" TO TbMuState(Usage-Sub)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Machine-Sub FROM 1 BY 1
               UNTIL Machine-Sub > Machine-Count
               OR TbMcMachineCode(Machine-Sub) =
                   TbMuMachineCode(Usage-Sub)
               CONTINUE
           END-PERFORM
           IF Machine-Sub > Machine-Count
               MOVE "MACHINE NOT ON MACHINE.DAT"
                   TO TbMuReason(Usage-Sub)
               MOVE "R" TO TbMuState(Usage-Sub)
               EXIT PARAGRAPH
           END-IF
           MOVE Machine-Sub TO TbMuMachineSub(Usage-Sub)
           IF TbMcActiveFlag(Machine-Sub) NOT = "A"
               MOVE "MACHINE OUT OF SERVICE" TO TbMuReason(Usage-Sub)
               MOVE "R" TO TbMuState(Usage-Sub)
               EXIT PARAGRAPH
           END-IF
           IF TbMcRatePerMinute(Machine-Sub) IS NOT NUMERIC
               OR TbMcRatePerMinute(Machine-Sub) = ZEROS
               MOVE "NO RATE ON MACHINE.DAT" TO TbMuReason(Usage-Sub)
               MOVE "R" TO TbMuState(Usage-Sub)
               EXIT PARAGRAPH
           END-IF
           IF TbMuMinutes(Usage-Sub) IS NOT NUMERIC
               OR TbMuMinutes(Usage-Sub) = ZEROS
               MOVE "MINUTES NOT VALID" TO TbMuReason(Usage-Sub)
               MOVE "R" TO TbMuState(Usage-Sub)
           END-IF.

      ******************************************************************
      * Minutes and the rate in cents are handed to Multiplier as
      * PIC 9(3).  A session of 1000 minutes or more will not fit
      * and is rejected as a size error rather than truncated, and
      * a product Multiplier flags as overflowing is rejected the
      * same way - nothing is ever billed at a clipped amount.
      ******************************************************************
       Price-One-Usage.
           MOVE TbMuMachineSub(Usage-Sub) TO Machine-Sub
           COMPUTE Mult-Minutes = TbMuMinutes(Usage-Sub)
               ON SIZE ERROR
                   MOVE "SIZE ERROR - OVER 999 MINUTES"
                       TO TbMuReason(Usage-Sub)
                   MOVE "R" TO TbMuState(Usage-Sub)
                   EXIT PARAGRAPH
           END-COMPUTE
           COMPUTE Mult-Rate = TbMcRatePerMinute(Machine-Sub) * 100
           MOVE ZEROS TO Mult-Answer
           MOVE ZEROS TO Mult-Return
           CALL "Multiplier" USING Mult-Minutes, Mult-Rate,
               Mult-Label-A, Mult-Label-B, Mult-Answer, Mult-Return
           END-CALL
           IF Mult-Return NOT = ZEROS
               MOVE "SIZE ERROR - CHARGE OVERFLOWS"
                   TO TbMuReason(Usage-Sub)
               MOVE "R" TO TbMuState(Usage-Sub)
               EXIT PARAGRAPH
           END-IF
           COMPUTE TbMuCharge(Usage-Sub) = Mult-Answer / 100
               ON SIZE ERROR
                   MOVE "SIZE ERROR - CHARGE OVERFLOWS"
                       TO TbMuReason(Usage-Sub)
                   MOVE "R" TO TbMuState(Usage-Sub)
           END-COMPUTE.

      ******************************************************************
      * One charge record per session, the way ClassBilling writes
      * one per student, so the ledger shows each session's charge.
      * TRANSINS.DAT may not exist yet.
      ******************************************************************
       Post-Charges.
           OPEN EXTEND ChargeFile
           IF Charge-Status = "35"
               OPEN OUTPUT ChargeFile
           END-IF
           IF Charge-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN TRANSINS.DAT, STATUS "
                   Charge-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING Usage-Sub FROM 1 BY 1
               UNTIL Usage-Sub > Usage-Count
               IF TbMuState(Usage-Sub) = "A"
                   PERFORM Post-One-Charge
               END-IF
           END-PERFORM
           CLOSE ChargeFile.

       Post-One-Charge.
           MOVE SPACES TO ChargeRec
           MOVE TbMuStudentId(Usage-Sub) TO StudentId OF ChargeRec
           MOVE TbMuCharge(Usage-Sub) TO ShopTotal OF ChargeRec
           MOVE ZEROS TO CreditLimit OF ChargeRec
           WRITE ChargeRec

           MOVE TbMuMachineSub(Usage-Sub) TO Machine-Sub
           ADD 1 TO TbMcSessions(Machine-Sub)
           ADD TbMuMinutes(Usage-Sub) TO TbMcMinutes(Machine-Sub)
           ADD TbMuCharge(Usage-Sub) TO TbMcDollars(Machine-Sub)
           ADD TbMuMinutes(Usage-Sub) TO Tot-Minutes
           ADD TbMuCharge(Usage-Sub) TO Tot-Dollars.

      ******************************************************************
      * TRANSINS.DAT is re-sorted after the appends because Merge
      * aborts the whole nightly run on an out-of-sequence insertion
      * file, and resealed with HDR/TRL batch control records so
      * Merge can prove the file arrived whole.  Control records
      * already in the file sort to the end (the tag letters collate
      * after the digits) and are dropped, so the new trailer covers
      * exactly the details written - the day's invoices included.
      ******************************************************************
       Sort-Charge-File.
           SORT SortWorkFile ON ASCENDING KEY StudentId OF SortWorkRec
               USING ChargeFile
               GIVING SortedChargeFile
           PERFORM Seal-Charge-File.

       Seal-Charge-File.
           MOVE FUNCTION CURRENT-DATE TO Current-DateTime
           MOVE ZEROS TO Seal-Count
           MOVE ZEROS TO Seal-Hash
           MOVE ZEROS TO Seal-Amount
           MOVE "N" TO Sorted-EOF

           OPEN INPUT SortedChargeFile
           OPEN OUTPUT ChargeFile

           MOVE SPACES TO Control-Rec
           MOVE "HDR" TO BcRecordTag
           MOVE Current-DateTime(1:8) TO BcBatchDate
           MOVE "MACHBILL" TO BcSource
           WRITE ChargeRec FROM Control-Rec

           PERFORM UNTIL Sorted-EOF = "Y"
               READ SortedChargeFile
                   AT END
                       MOVE "Y" TO Sorted-EOF
                   NOT AT END
                       PERFORM Seal-One-Charge
               END-READ
           END-PERFORM

           MOVE SPACES TO Control-Rec
           MOVE "TRL" TO BcRecordTag
           MOVE Seal-Count TO BcRecordCount
           MOVE Seal-Hash TO BcHashTotal
           MOVE Seal-Amount TO BcAmountTotal
           WRITE ChargeRec FROM Control-Rec

           CLOSE SortedChargeFile
           CLOSE ChargeFile.

       Seal-One-Charge.
           IF SortedChargeRec(1:3) = "HDR"
               OR SortedChargeRec(1:3) = "TRL"
               CONTINUE
           ELSE
               MOVE SortedChargeRec TO ChargeRec
               WRITE ChargeRec
               ADD 1 TO Seal-Count
               IF StudentId OF SortedChargeRec IS NUMERIC
                   ADD StudentId OF SortedChargeRec TO Seal-Hash
               END-IF
               IF ShopTotal OF SortedChargeRec IS NUMERIC
                   ADD ShopTotal OF SortedChargeRec TO Seal-Amount
               END-IF
           END-IF.

      ******************************************************************
      * SALESDTL.DAT is the cumulative sales detail behind
      * SalesAnalysis.  A session is one row under its machine code,
      * with the minutes as the units sold; there is no invoice
      * number and no stock cost behind machine time.
      ******************************************************************
       Write-Sales-Details.
           OPEN EXTEND SalesDetailFile
           IF Sales-Status = "35"
               OPEN OUTPUT SalesDetailFile
           END-IF
           IF Sales-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN SALESDTL.DAT, STATUS "
                   Sales-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING Usage-Sub FROM 1 BY 1
               UNTIL Usage-Sub > Usage-Count
               IF TbMuState(Usage-Sub) = "A"
                   MOVE SPACES TO SalesDetailRec
                   MOVE Run-Date TO SdRunDate
                   MOVE ZEROS TO SdInvoiceNum
                   MOVE TbMuStudentId(Usage-Sub) TO SdStudentId
                   MOVE TbMuMachineCode(Usage-Sub) TO SdItemCode
                   MOVE TbMuMinutes(Usage-Sub) TO SdQuantity
                   MOVE TbMuCharge(Usage-Sub) TO SdExtAmount
                   MOVE ZEROS TO SdUnitCost
                   MOVE ZEROS TO SdExtCost
                   WRITE SalesDetailRec
               END-IF
           END-PERFORM
           CLOSE SalesDetailFile.

      * Only rejected sessions go back on the queue.
       Rewrite-Usage-File.
           OPEN OUTPUT UsageFile
           PERFORM VARYING Usage-Sub FROM 1 BY 1
               UNTIL Usage-Sub > Usage-Count
               IF TbMuState(Usage-Sub) = "R"
                   MOVE Usage-Record(Usage-Sub) TO UsageRec
                   WRITE UsageRec
               END-IF
           END-PERFORM
           CLOSE UsageFile.

       Write-Billing-Details.
           IF Cnt-Billed > ZEROS
               WRITE ReportLine FROM Column-Line
               PERFORM VARYING Usage-Sub FROM 1 BY 1
                   UNTIL Usage-Sub > Usage-Count
                   IF TbMuState(Usage-Sub) = "A"
                       PERFORM Write-One-Session
                   END-IF
               END-PERFORM
           END-IF
           IF Cnt-Rejected > ZEROS
               MOVE SPACES TO ReportLine
               WRITE ReportLine
               WRITE ReportLine FROM Rejected-Heading
               PERFORM VARYING Usage-Sub FROM 1 BY 1
                   UNTIL Usage-Sub > Usage-Count
                   IF TbMuState(Usage-Sub) = "R"
                       PERFORM Write-One-Rejected
                   END-IF
               END-PERFORM
           END-IF.

       Write-One-Session.
           MOVE TbMuMachineSub(Usage-Sub) TO Machine-Sub
           MOVE TbMuStudentId(Usage-Sub) TO DL-StudentId
           MOVE TbMuLastName(Usage-Sub) TO DL-LastName
           MOVE TbMuMachineCode(Usage-Sub) TO DL-MachineCode
           MOVE TbMuUseDate(Usage-Sub) TO DL-UseDate
           MOVE TbMuMinutes(Usage-Sub) TO DL-Minutes
           MOVE TbMcRatePerMinute(Machine-Sub) TO DL-Rate
           MOVE TbMuCharge(Usage-Sub) TO DL-Charge
           WRITE ReportLine FROM Detail-Line.

       Write-One-Rejected.
           MOVE TbMuStudentId(Usage-Sub) TO RL-StudentId
           MOVE TbMuMachineCode(Usage-Sub) TO RL-MachineCode
           MOVE TbMuUseDate(Usage-Sub) TO RL-UseDate
           IF TbMuMinutes(Usage-Sub) IS NUMERIC
               MOVE TbMuMinutes(Usage-Sub) TO RL-Minutes
           ELSE
               MOVE ZEROS TO RL-Minutes
           END-IF
           MOVE TbMuReason(Usage-Sub) TO RL-Reason
           MOVE TbMuOperator(Usage-Sub) TO RL-Operator
           WRITE ReportLine FROM Rejected-Line.

      * Machines with nothing billed tonight are left off.
       Write-Machine-Summary.
           IF Cnt-Billed = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM Summary-Heading
           PERFORM VARYING Machine-Sub FROM 1 BY 1
               UNTIL Machine-Sub > Machine-Count
               IF TbMcSessions(Machine-Sub) > ZEROS
                   MOVE TbMcMachineCode(Machine-Sub) TO SL-MachineCode
                   MOVE TbMcDescription(Machine-Sub) TO SL-Description
                   MOVE TbMcSessions(Machine-Sub) TO SL-Sessions
                   MOVE TbMcMinutes(Machine-Sub) TO SL-Minutes
                   MOVE TbMcDollars(Machine-Sub) TO SL-Dollars
                   WRITE ReportLine FROM Summary-Line
               END-IF
           END-PERFORM.

       Write-Billing-Totals.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "SESSIONS ON THE QUEUE" TO CL-Label
           MOVE Usage-Count TO CL-Count
           WRITE ReportLine FROM Count-Line
           MOVE "SESSIONS BILLED" TO CL-Label
           MOVE Cnt-Billed TO CL-Count
           WRITE ReportLine FROM Count-Line
           MOVE "SESSIONS REJECTED" TO CL-Label
           MOVE Cnt-Rejected TO CL-Count
           WRITE ReportLine FROM Count-Line
           IF Cnt-Billed = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE "MINUTES BILLED" TO CL-Label
           MOVE Tot-Minutes TO CL-Count
           WRITE ReportLine FROM Count-Line
           MOVE "MACHINE TIME CHARGED" TO TL-Label
           MOVE Tot-Dollars TO TL-Amount
           WRITE ReportLine FROM Total-Line.
