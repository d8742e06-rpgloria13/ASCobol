      *     it and not just what changed.  Changes no operator keyed
      *     (batch feeds, invoice charges) journal with a blank
      *     operator, the old look.
      *   - Added an optional late-fee step, switched on by the
      *     LATEFEE.CTL parameter card (flat amount or percentage,
      *     days past due, minimum balance).  After the cycle's
      *     activity is applied, each student whose oldest open
      *     charge has reached the trigger age is charged one fee a
      *     calendar month under its own LTF ledger type, journaled
      *     under source LATEFEE and counted on MERGE.RPT.  Students
      *     on an active, current payment plan and students on the
      *     supervisor's FEEWAIVE.DAT waiver file are exempt.  No
      *     card, no fees - the cycle runs exactly as before.
      *   - Added returned checks (TRANSNSF.DAT, queued by the
      *     ReturnedCheck session) to the cycle: each charges the
      *     bounced payment back onto the student's ShopTotal under
      *     its own NSF ledger type, with the receipt number carried
      *     in LgReference (RCP=nnnnnn), and any returned-check fee
      *     the office charged posts beside it as an RCF row.  A
      *     charge-back for an unknown student, or one that would
      *     overflow the balance, is rejected to TRANSREJ.DAT.
      *   - Payment records gained a trailing payment-method byte
      *     (E for the electronic payments BankImport queues); a
      *     rejected payment keeps it on TRANSREJ.DAT so the repair
      *     resubmits it unchanged.
      *   - A payment plan's next due date that lands on a day with no
      *     school (SCHOOLCAL.DAT, through the SchoolDay routine) is
      *     carried to the next school day; the month after starts
      *     again from the plan's own day of the month (PpDueDay),
      *     held to the last day of a short month.  A date carried
      *     over a month end counts for the month it left, so the
      *     next installment falls in the month it was carried into
      *     and no month is skipped.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Merge.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WriteOff-Status.

           SELECT ReturnedChkFile ASSIGN TO "TRANSNSF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReturnedChk-Status.

           SELECT WriteOffRegFile ASSIGN TO "WOFREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WofReg-Status.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WdlCont-Status.

           SELECT LateFeeCardFile ASSIGN TO "LATEFEE.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FeeCard-Status.

           SELECT WaiverFile ASSIGN TO "FEEWAIVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Waiver-Status.

           SELECT FeeLedgerFile ASSIGN TO "MERGEFEE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FeeLedger-Status.

           SELECT FeeSortFile ASSIGN TO "MERGEFEE.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD  StudentFile.
           05  PayStudentId        PIC 9(7).
           05  PayAmount           PIC 9(5)V99.
           05  PayOperator         PIC X(4).
           05  PayMethod           PIC X(1).
      * Alternate view sized for the HDR/TRL control records that
      * bracket the payment details.
       01  PaymentControlRec       PIC X(40).
      * bracket the write-off details.
       01  WriteOffControlRec      PIC X(40).

       FD  ReturnedChkFile.
       01  ReturnedChkRec.
           05  NsStudentId         PIC 9(7).
           05  NsAmount            PIC 9(5)V99.
           05  NsFeeAmount         PIC 9(3)V99.
           05  NsReceiptNum        PIC 9(6).
           05  NsOperator          PIC X(4).
      * Alternate view sized for the HDR/TRL control records that
      * bracket the returned-check details.
       01  ReturnedChkControlRec   PIC X(40).

       FD  WriteOffRegFile.
       01  WriteOffRegRec.
           COPY WriteOffRegister.
       01  WithdrawContactRec.
           COPY StudentContact.

       FD  LateFeeCardFile.
       01  LateFeeCardRec.
           COPY LateFeeCard.

       FD  WaiverFile.
       01  WaiverRec.
           COPY LateFeeWaiver.

      * The late-fee step's student-order copy of LEDGER.DAT.  The
      * ledger layout is spelled out here under its own names rather
      * than copied, so the unqualified Lg fields the ledger writers
      * use stay unambiguous.
       FD  FeeLedgerFile.
       01  FeeLedgerRec            PIC X(46).

       SD  FeeSortFile.
       01  FeeSortRec.
           05  FsStudentId         PIC 9(7).
           05  FsRunDate           PIC X(8).
           05  FsCycle             PIC 99.
           05  FILLER              PIC X(29).

       WORKING-STORAGE SECTION.
       01  Student-Status       PIC XX.
       01  Insert-Status        PIC XX.
       01  Refund-Status        PIC XX.
       01  WriteOff-Status      PIC XX.
       01  WofReg-Status        PIC XX.
       01  ReturnedChk-Status   PIC XX.
       01  Ledger-Status        PIC XX.
       01  Journal-Status       PIC XX.
       01  History-Status       PIC XX.
       01  Plan-Paid-So-Far     PIC 9(7)V99.
       01  Plan-Due-Year        PIC 9(4).
       01  Plan-Due-Month       PIC 99.
       01  Plan-Due-Day         PIC 99.
       01  Plan-Due-Date        PIC 9(8).
       01  SchoolDay-Parms.
           COPY SchoolDayLink.
       01  Curr-Plan.
           COPY PaymentPlan.

           05  FILLER              PIC X(6) VALUE " DUE  ".
           05  PP-DueDate          PIC X(8).

      * Late-fee step state.  Fee-Step-Active is "Y" only when a
      * valid LATEFEE.CTL card was read.
       01  FeeCard-Status       PIC XX.
       01  Waiver-Status        PIC XX.
       01  FeeLedger-Status     PIC XX.
       01  Fee-Step-Active      PIC X VALUE "N".
       01  Waiver-EOF           PIC X VALUE "N".
       01  Have-Fee-Ledger      PIC X VALUE "N".
       01  On-Current-Plan      PIC X VALUE "N".
       01  Fee-Already-Charged  PIC X.
       01  Fee-Waived           PIC X.
       01  Run-Days             PIC 9(7).
       01  Fee-Oldest-Age       PIC S9(7).
       01  Fee-Open-Balance     PIC 9(5)V99.
       01  Fee-Amount           PIC 9(5)V99.
       01  Fee-New-Balance      PIC 9(7)V99.
       01  Late-Fee-Card.
           COPY LateFeeCard.
       01  Curr-Fee-Ledger.
           05  FlStudentId         PIC 9(7).
           05  FlRunDate           PIC X(8).
           05  FlCycle             PIC 99.
           05  FlTransType         PIC X(3).
           05  FlAmount            PIC 9(5)V99.
           05  FlBalanceAfter      PIC 9(5)V99.
           05  FlReference         PIC X(12).

      * One student's charges (opening balances, shop charges,
      * returned checks and earlier fees), oldest first, held while
      * the balance is allocated back across them to find the
      * oldest open one.
       01  Fee-Charge-Limit     PIC 9(3) VALUE 200.
       01  Fee-Charge-Count     PIC 9(3) VALUE ZEROS.
       01  Fee-Charge-Sub       PIC 9(3).
       01  Fee-Charge-Table.
           05  Fee-Charge-Entry OCCURS 200 TIMES.
               10  TbFeeChgDate        PIC X(8).
               10  TbFeeChgAmount      PIC 9(5)V99.

      * FEEWAIVE.DAT, loaded whole when the step is on.
       01  Waiver-Limit         PIC 9(4) VALUE 2000.
       01  Waiver-Count         PIC 9(4) VALUE ZEROS.
       01  Waiver-Sub           PIC 9(4).
       01  Waiver-Table.
           05  Waiver-Entry OCCURS 2000 TIMES.
               10  TbWaiverId          PIC 9(7).

       01  Withdraw-Filename    PIC X(40) VALUE SPACES.
       01  NewFile-Status       PIC XX.
       01  Ckpt-Status          PIC XX.
       01  Payment-EOF          PIC X VALUE "N".
       01  CreditMemo-EOF       PIC X VALUE "N".
       01  WriteOff-EOF         PIC X VALUE "N".
       01  ReturnedChk-EOF      PIC X VALUE "N".
       01  Work-EOF             PIC X VALUE "N".

       01  Have-Insert          PIC X VALUE "N".
       01  Have-Payment         PIC X VALUE "N".
       01  Have-CreditMemo      PIC X VALUE "N".
       01  Have-WriteOff        PIC X VALUE "N".
       01  Have-ReturnedChk     PIC X VALUE "N".

       01  Last-Insert-Key      PIC 9(7) VALUE ZEROS.
       01  Prev-Seq-Key         PIC 9(7) VALUE ZEROS.
           05  CpStudentId         PIC 9(7).
           05  CpAmount            PIC 9(5)V99.
           05  CpOperator          PIC X(4).
           05  CpMethod            PIC X(1).
       01  Curr-CreditMemo.
           05  CcStudentId         PIC 9(7).
           05  CcAmount            PIC 9(5)V99.
           05  CwAmount            PIC 9(5)V99.
           05  CwReason            PIC X(20).
           05  CwOperator          PIC X(4).
       01  Curr-ReturnedChk.
           05  CrStudentId         PIC 9(7).
           05  CrAmount            PIC 9(5)V99.
           05  CrFeeAmount         PIC 9(3)V99.
           05  CrReceiptNum        PIC 9(6).
           05  CrOperator          PIC X(4).
       01  Chargeback-Balance   PIC 9(7)V99.

      * Batch-control verification state, reused for each sealed
      * transaction file in turn.
       01  Cnt-Refunds          PIC 9(7) VALUE ZEROS.
       01  Cnt-CreditMemos      PIC 9(7) VALUE ZEROS.
       01  Cnt-WriteOffs        PIC 9(7) VALUE ZEROS.
       01  Cnt-Returned-Checks  PIC 9(7) VALUE ZEROS.
       01  Cnt-Check-Fees       PIC 9(7) VALUE ZEROS.
       01  Cnt-Installs-Met     PIC 9(7) VALUE ZEROS.
       01  Cnt-Plans-PastDue    PIC 9(7) VALUE ZEROS.
       01  Cnt-Late-Fees        PIC 9(7) VALUE ZEROS.
       01  Cnt-Fees-Exempt      PIC 9(7) VALUE ZEROS.
       01  Tot-Late-Fees        PIC 9(7)V99 VALUE ZEROS.
       01  Report-Amount        PIC Z,ZZZ,ZZ9.99.
       01  Applied-Amount       PIC 9(5)V99.
       01  Refund-Amount        PIC 9(5)V99.
       01  Cnt-Over-Limit       PIC 9(7) VALUE ZEROS.
           IF Restart-Mode = "N"
               PERFORM Insert-Pass
           END-IF
           IF Fee-Step-Active = "Y"
               PERFORM Sort-Ledger-For-Fees
           END-IF
           PERFORM Update-Delete-Pass
           CLOSE LedgerFile
           CLOSE AuditJournalFile
           PERFORM Determine-Restart-State
           IF Restart-Mode = "N"
               PERFORM Choose-Output-Cycle
           END-IF
           PERFORM Read-Late-Fee-Card.

      ******************************************************************
      * The business date on the run-control card overrides the wall
               CLOSE RunControlFile
           END-IF.

      ******************************************************************
      * LATEFEE.CTL switches the late-fee step on.  No card means no
      * fees this cycle; a card that is present but unreadable is
      * an operator error and stops the run before anything is
      * applied, rather than charging every family the wrong fee.
      ******************************************************************
       Read-Late-Fee-Card.
           MOVE "N" TO Fee-Step-Active
           OPEN INPUT LateFeeCardFile
           IF FeeCard-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ LateFeeCardFile INTO Late-Fee-Card
               AT END
                   MOVE SPACES TO Late-Fee-Card
           END-READ
           CLOSE LateFeeCardFile
           IF (LfFeeMethod OF Late-Fee-Card NOT = "A"
                   AND LfFeeMethod OF Late-Fee-Card NOT = "P")
               OR LfFeeAmount OF Late-Fee-Card IS NOT NUMERIC
               OR LfFeePercent OF Late-Fee-Card IS NOT NUMERIC
               OR LfDaysPastDue OF Late-Fee-Card IS NOT NUMERIC
               OR LfMinBalance OF Late-Fee-Card IS NOT NUMERIC
               DISPLAY "ABORTED - LATEFEE.CTL IS NOT A VALID LATE-FEE"
                   " CARD"
               DISPLAY "  CARD: " Late-Fee-Card
               DISPLAY "  CORRECT OR REMOVE IT AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Y" TO Fee-Step-Active
           COMPUTE Run-Days =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(Run-Date))
           PERFORM Load-Fee-Waivers.

      * No waiver file means nobody has been excused.
       Load-Fee-Waivers.
           OPEN INPUT WaiverFile
           IF Waiver-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Waiver-EOF = "Y"
               READ WaiverFile
                   AT END
                       MOVE "Y" TO Waiver-EOF
                   NOT AT END
                       IF Waiver-Count >= Waiver-Limit
                           DISPLAY "ABORTED - FEEWAIVE.DAT EXCEEDS "
                               Waiver-Limit " RECORDS - RAISE THE "
                               "TABLE LIMIT"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO Waiver-Count
                       MOVE LwStudentId TO TbWaiverId(Waiver-Count)
               END-READ
           END-PERFORM
           CLOSE WaiverFile.

      ******************************************************************
      * On restart the run date and cycle number are taken back out
      * of the checkpointed generation name (STUDENTS.NEW.ccyymmdd.nn)
           PERFORM Verify-Delete-Controls
           PERFORM Verify-Payment-Controls
           PERFORM Verify-CreditMemo-Controls
           PERFORM Verify-WriteOff-Controls
           PERFORM Verify-ReturnedChk-Controls.

       Verify-Update-Controls.
           PERFORM Ctl-Reset
               END-IF
           END-IF.

       Verify-ReturnedChk-Controls.
           PERFORM Ctl-Reset
           MOVE "TRANSNSF.DAT" TO Ctl-Filename
           OPEN INPUT ReturnedChkFile
           IF ReturnedChk-Status = "00"
               PERFORM UNTIL 1 = 2
                   READ ReturnedChkFile
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM Check-One-ReturnedChk-Control
                   END-READ
               END-PERFORM
               CLOSE ReturnedChkFile
               PERFORM Ctl-Verify-Complete
           END-IF.

      * The amount total covers the bounced payment and the fee
      * together - every dollar the record puts on the balance.
       Check-One-ReturnedChk-Control.
           IF ReturnedChkControlRec(1:3) = "HDR"
               OR ReturnedChkControlRec(1:3) = "TRL"
               MOVE ReturnedChkControlRec TO Control-Check
               PERFORM Ctl-Examine-Control
           ELSE
               PERFORM Ctl-Check-After-Trailer
               ADD 1 TO Ctl-Count
               IF NsStudentId IS NUMERIC
                   ADD NsStudentId TO Ctl-Hash
               END-IF
               IF NsAmount IS NUMERIC
                   ADD NsAmount TO Ctl-Amount
               END-IF
               IF NsFeeAmount IS NUMERIC
                   ADD NsFeeAmount TO Ctl-Amount
               END-IF
           END-IF.

       Verify-Sequence-Key.
           IF Curr-Seq-Key IS NOT NUMERIC
               CONTINUE
               STOP RUN
           END-IF.

      ******************************************************************
      * The late-fee step needs each student's charge history in
      * student order.  The ledger is sorted after the insert pass
      * so this cycle's own charges are in it - money charged today
      * is the newest open money, not the oldest - and then reopened
      * EXTEND for the rest of the cycle's rows.
      ******************************************************************
       Sort-Ledger-For-Fees.
           CLOSE LedgerFile
           SORT FeeSortFile
               ON ASCENDING KEY FsStudentId
               ON ASCENDING KEY FsRunDate
               ON ASCENDING KEY FsCycle
               USING LedgerFile
               GIVING FeeLedgerFile
           PERFORM Open-Ledger-File.

       Read-Next-Fee-Ledger.
           READ FeeLedgerFile INTO Curr-Fee-Ledger
               AT END
                   MOVE "N" TO Have-Fee-Ledger
               NOT AT END
                   MOVE "Y" TO Have-Fee-Ledger
           END-READ.

      * Ledger-Reference is set only by writers that reference a
      * document (a credit memo naming its voided invoice); it is
      * cleared after every write so no row inherits another's
           PERFORM Open-Optional-Payment
           PERFORM Open-Optional-CreditMemo
           PERFORM Open-Optional-WriteOff
           PERFORM Open-Optional-ReturnedChk
           PERFORM Open-Refund-File
           PERFORM Open-WriteOff-Register
           PERFORM Open-Reject-File
           PERFORM Open-Contact-Files
           PERFORM Open-Optional-Checkout
           PERFORM Open-Plan-Files
           IF Fee-Step-Active = "Y"
               OPEN INPUT FeeLedgerFile
               PERFORM Read-Next-Fee-Ledger
           END-IF

           PERFORM UNTIL Work-EOF = "Y"
               READ WorkFile INTO Out-Rec
           PERFORM Reject-Leftover-Payments
           PERFORM Reject-Leftover-CreditMemos
           PERFORM Reject-Leftover-WriteOffs
           PERFORM Reject-Leftover-ReturnedChks
           PERFORM Carry-Leftover-Contacts
           PERFORM Carry-Leftover-Plans

           CLOSE PaymentFile
           CLOSE CreditMemoFile
           CLOSE WriteOffFile
           CLOSE ReturnedChkFile
           CLOSE RefundDueFile
           CLOSE WriteOffRegFile
           CLOSE RejectFile
           CLOSE PlanFile
           CLOSE NewPlanFile
           CLOSE PlanReportFile
           IF Fee-Step-Active = "Y"
               CLOSE FeeLedgerFile
           END-IF
           CLOSE NewStudentFile.

      ******************************************************************
                   PERFORM Apply-Correction-To-Master
                   PERFORM Read-Next-Correction
               END-IF
               PERFORM Advance-To-ReturnedChk-Match
               PERFORM UNTIL Have-ReturnedChk = "N"
                   OR CrStudentId NOT = StudentId OF Out-Rec
                   PERFORM Apply-ReturnedChk-To-Master
                   PERFORM Read-Next-ReturnedChk
               END-PERFORM
               MOVE ZEROS TO Cycle-Payments
               PERFORM Advance-To-Payment-Match
               PERFORM UNTIL Have-Payment = "N"
                   PERFORM Read-Next-WriteOff
               END-PERFORM
               PERFORM Carry-Matching-Contact
               MOVE "N" TO On-Current-Plan
               PERFORM Process-Matching-Plan
               IF Fee-Step-Active = "Y"
                   PERFORM Assess-Late-Fee
               END-IF
               PERFORM Write-New-Student-Record
           END-IF.

               MOVE "TRANSPAY" TO RjSourceFile
               MOVE ZEROS TO RjAgeCount
               MOVE SPACES TO RjOriginalRec
               MOVE Curr-Payment TO RjOriginalRec(1:19)
               WRITE RejectRec
               ADD 1 TO Cnt-Rejected
           END-IF.
                       PERFORM Judge-Due-Installment
               END-EVALUATE
           END-IF
           IF PpStatus OF Curr-Plan = "A"
               MOVE "Y" TO On-Current-Plan
           END-IF
           MOVE Curr-Plan TO NewPlanRec
           WRITE NewPlanRec
           PERFORM Read-Next-Plan.
               END-IF
           END-IF.

      ******************************************************************
      * Desk-drawer plans run monthly on the day of the month the
      * plan was set up with (held to the last day of a short month)
      * and the year rolls with December.  That date is then carried
      * to the first school day on or after it, so nothing falls due
      * on a weekend or over a break; the next month goes back to the
      * plan's own day, so one carried date never shifts the rest.
      * A date carried over a month end (the 20th over winter break
      * to January 5th) still stands for the month it was carried
      * out of: its day is short of PpDueDay but too early to be a
      * short month's last day, and the next installment falls in
      * the month it was carried into, not the one after.
      ******************************************************************
       Advance-Plan-Due-Date.
           MOVE PpNextDueDate OF Curr-Plan(1:4) TO Plan-Due-Year
           MOVE PpNextDueDate OF Curr-Plan(5:2) TO Plan-Due-Month
           MOVE PpNextDueDate OF Curr-Plan(7:2) TO Plan-Due-Day
           IF PpDueDay OF Curr-Plan IS NUMERIC
               AND PpDueDay OF Curr-Plan > ZEROS
               IF Plan-Due-Day NOT < PpDueDay OF Curr-Plan
                   OR Plan-Due-Day NOT < 28
                   ADD 1 TO Plan-Due-Month
               END-IF
               MOVE PpDueDay OF Curr-Plan TO Plan-Due-Day
           ELSE
               MOVE Plan-Due-Day TO PpDueDay OF Curr-Plan
               ADD 1 TO Plan-Due-Month
           END-IF
           IF Plan-Due-Month > 12
               MOVE 1 TO Plan-Due-Month
               ADD 1 TO Plan-Due-Year
           END-IF
           COMPUTE Plan-Due-Date = Plan-Due-Year * 10000
               + Plan-Due-Month * 100 + Plan-Due-Day
           PERFORM UNTIL Plan-Due-Day < 29
               OR FUNCTION TEST-DATE-YYYYMMDD(Plan-Due-Date) = ZEROS
               SUBTRACT 1 FROM Plan-Due-Day
               SUBTRACT 1 FROM Plan-Due-Date
           END-PERFORM
           MOVE "N" TO SdFunction
           MOVE Plan-Due-Date TO SdFromDate
           CALL "SchoolDay" USING SchoolDay-Parms
           END-CALL
           IF SdSession = "Y"
               MOVE SdResultDate TO Plan-Due-Date
           END-IF
           MOVE Plan-Due-Date TO PpNextDueDate OF Curr-Plan.

      ******************************************************************
      * Late fees are judged on the balance after the cycle's
      * payments, memos and write-offs, and after the plan decision,
      * so a family that paid today or kept its plan today is not
      * fined for yesterday's position.  The open balance is
      * allocated back across the student's charges from the newest
      * (payments settle the oldest paper first, the same rule
      * AgedReceivables ages by); the oldest charge still holding
      * open money sets the age, and open money no charge accounts
      * for counts as older than any trigger.  One fee a calendar
      * month: an LTF row already dated this month stops a second.
      ******************************************************************
       Assess-Late-Fee.
           MOVE ZEROS TO Fee-Charge-Count
           MOVE "N" TO Fee-Already-Charged
           PERFORM UNTIL Have-Fee-Ledger = "N"
               OR FlStudentId NOT LESS THAN StudentId OF Out-Rec
               PERFORM Read-Next-Fee-Ledger
           END-PERFORM
           PERFORM UNTIL Have-Fee-Ledger = "N"
               OR FlStudentId NOT = StudentId OF Out-Rec
               IF FlTransType = "NEW" OR FlTransType = "CHG"
                   OR FlTransType = "LTF" OR FlTransType = "NSF"
                   OR FlTransType = "RCF"
                   PERFORM Store-Fee-Charge
               END-IF
               IF FlTransType = "LTF"
                   AND FlRunDate(1:6) = Run-Date(1:6)
                   MOVE "Y" TO Fee-Already-Charged
               END-IF
               PERFORM Read-Next-Fee-Ledger
           END-PERFORM

           IF ShopTotal OF Out-Rec = ZEROS
               OR ShopTotal OF Out-Rec <
                   LfMinBalance OF Late-Fee-Card
               OR Fee-Already-Charged = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Oldest-Open-Charge
           IF Fee-Oldest-Age < LfDaysPastDue OF Late-Fee-Card
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Fee-Waived
           PERFORM VARYING Waiver-Sub FROM 1 BY 1
               UNTIL Waiver-Sub > Waiver-Count
               OR Fee-Waived = "Y"
               IF TbWaiverId(Waiver-Sub) = StudentId OF Out-Rec
                   MOVE "Y" TO Fee-Waived
               END-IF
           END-PERFORM
           IF On-Current-Plan = "Y" OR Fee-Waived = "Y"
               ADD 1 TO Cnt-Fees-Exempt
               EXIT PARAGRAPH
           END-IF

           IF LfFeeMethod OF Late-Fee-Card = "P"
               COMPUTE Fee-Amount ROUNDED =
                   ShopTotal OF Out-Rec
                   * LfFeePercent OF Late-Fee-Card / 100
           ELSE
               MOVE LfFeeAmount OF Late-Fee-Card TO Fee-Amount
           END-IF
           IF Fee-Amount = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE Fee-New-Balance = ShopTotal OF Out-Rec + Fee-Amount
           IF Fee-New-Balance > 99999.99
               DISPLAY "WARNING - LATE FEE NOT CHARGED TO "
                   StudentId OF Out-Rec " - BALANCE WOULD OVERFLOW"
               EXIT PARAGRAPH
           END-IF
           PERFORM Apply-Late-Fee-To-Master.

      * A full table drops the oldest charge, never the newest - the
      * allocation runs newest first and rarely reaches that far.
       Store-Fee-Charge.
           IF Fee-Charge-Count >= Fee-Charge-Limit
               PERFORM VARYING Fee-Charge-Sub FROM 2 BY 1
                   UNTIL Fee-Charge-Sub > Fee-Charge-Count
                   MOVE Fee-Charge-Entry(Fee-Charge-Sub)
                       TO Fee-Charge-Entry(Fee-Charge-Sub - 1)
               END-PERFORM
               SUBTRACT 1 FROM Fee-Charge-Count
           END-IF
           ADD 1 TO Fee-Charge-Count
           MOVE FlRunDate TO TbFeeChgDate(Fee-Charge-Count)
           MOVE FlAmount TO TbFeeChgAmount(Fee-Charge-Count).

       Find-Oldest-Open-Charge.
           MOVE ShopTotal OF Out-Rec TO Fee-Open-Balance
           MOVE 9999 TO Fee-Oldest-Age
           PERFORM VARYING Fee-Charge-Sub FROM Fee-Charge-Count BY -1
               UNTIL Fee-Charge-Sub < 1
               OR Fee-Open-Balance = ZEROS
               IF TbFeeChgAmount(Fee-Charge-Sub) < Fee-Open-Balance
                   SUBTRACT TbFeeChgAmount(Fee-Charge-Sub)
                       FROM Fee-Open-Balance
               ELSE
                   MOVE ZEROS TO Fee-Open-Balance
                   COMPUTE Fee-Oldest-Age = Run-Days -
                       FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                           TbFeeChgDate(Fee-Charge-Sub)))
               END-IF
           END-PERFORM.

      * Nobody keys a late fee - the cycle charges it - so it
      * journals with a blank operator like an invoice charge.
       Apply-Late-Fee-To-Master.
           MOVE SPACES TO Journal-Operator
           MOVE SPACES TO AuditJournalRec
           MOVE StudentId OF Out-Rec TO AjStudentId
           MOVE "LATEFEE" TO AjSourceFile
           MOVE "SHOPTOTAL" TO AjFieldName
           MOVE ShopTotal OF Out-Rec TO Jrn-Amount-Text
           MOVE Jrn-Amount-Text TO AjBeforeImage
           ADD Fee-Amount TO ShopTotal OF Out-Rec
           MOVE ShopTotal OF Out-Rec TO Jrn-Amount-Text
           MOVE Jrn-Amount-Text TO AjAfterImage
           PERFORM Write-Journal-Record
           ADD 1 TO Cnt-Late-Fees
           ADD Fee-Amount TO Tot-Late-Fees
           MOVE StudentId OF Out-Rec TO LgStudentId
           MOVE "LTF" TO LgTransType
           MOVE Fee-Amount TO LgAmount
           MOVE ShopTotal OF Out-Rec TO LgBalanceAfter
           PERFORM Write-Ledger-Record.

       Carry-Leftover-Plans.
           PERFORM UNTIL Have-Plan = "N"
               ADD 1 TO Cnt-Rejected
           END-IF.

      ******************************************************************
      * A returned check whose student is no longer on the master
      * was most often withdrawn after paying - the charge-back is
      * rejected so the office collects it against the withdraw
      * archive instead.
      ******************************************************************
       Advance-To-ReturnedChk-Match.
           PERFORM UNTIL ReturnedChk-EOF = "Y"
               OR Have-ReturnedChk = "N"
               OR CrStudentId
                   NOT LESS THAN StudentId OF Out-Rec
               MOVE SPACES TO RejectRec
               MOVE "05" TO RjReasonCode
               MOVE "UNKNOWN STUDENT ON RETURNED CHK" TO RjReasonText
               PERFORM Write-ReturnedChk-Reject
               PERFORM Read-Next-ReturnedChk
           END-PERFORM.

      ******************************************************************
      * The bounced payment goes back onto the balance as an NSF row
      * naming the receipt it reverses, ahead of the cycle's own
      * payments so a replacement payment keyed the same day settles
      * the charge-back instead of spilling onto the refunds-due
      * queue.  The fee, when one was charged, is its own RCF row
      * under the same receipt reference.  Both go on together or
      * not at all: a charge-back that would overflow ShopTotal is
      * rejected whole.
      ******************************************************************
       Apply-ReturnedChk-To-Master.
           MOVE CrOperator TO Journal-Operator
           COMPUTE Chargeback-Balance = ShopTotal OF Out-Rec
               + CrAmount + CrFeeAmount
           IF Chargeback-Balance > 99999.99
               MOVE SPACES TO RejectRec
               MOVE "10" TO RjReasonCode
               MOVE "CHARGE-BACK OVERFLOWS BALANCE" TO RjReasonText
               PERFORM Write-ReturnedChk-Reject
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AuditJournalRec
           MOVE StudentId OF Out-Rec TO AjStudentId
           MOVE "TRANSNSF" TO AjSourceFile
           MOVE "SHOPTOTAL" TO AjFieldName
           MOVE ShopTotal OF Out-Rec TO Jrn-Amount-Text
           MOVE Jrn-Amount-Text TO AjBeforeImage
           ADD CrAmount TO ShopTotal OF Out-Rec
           MOVE ShopTotal OF Out-Rec TO Jrn-Amount-Text
           MOVE Jrn-Amount-Text TO AjAfterImage
           PERFORM Write-Journal-Record
           ADD 1 TO Cnt-Returned-Checks
           MOVE StudentId OF Out-Rec TO LgStudentId
           MOVE "NSF" TO LgTransType
           MOVE CrAmount TO LgAmount
           MOVE ShopTotal OF Out-Rec TO LgBalanceAfter
           MOVE SPACES TO Ledger-Reference
           STRING "RCP=" CrReceiptNum DELIMITED BY SIZE
               INTO Ledger-Reference
           PERFORM Write-Ledger-Record
           IF CrFeeAmount > ZEROS
               MOVE SPACES TO AuditJournalRec
               MOVE StudentId OF Out-Rec TO AjStudentId
               MOVE "TRANSNSF" TO AjSourceFile
               MOVE "SHOPTOTAL" TO AjFieldName
               MOVE ShopTotal OF Out-Rec TO Jrn-Amount-Text
               MOVE Jrn-Amount-Text TO AjBeforeImage
               ADD CrFeeAmount TO ShopTotal OF Out-Rec
               MOVE ShopTotal OF Out-Rec TO Jrn-Amount-Text
               MOVE Jrn-Amount-Text TO AjAfterImage
               PERFORM Write-Journal-Record
               ADD 1 TO Cnt-Check-Fees
               MOVE StudentId OF Out-Rec TO LgStudentId
               MOVE "RCF" TO LgTransType
               MOVE CrFeeAmount TO LgAmount
               MOVE ShopTotal OF Out-Rec TO LgBalanceAfter
               MOVE SPACES TO Ledger-Reference
               STRING "RCP=" CrReceiptNum DELIMITED BY SIZE
                   INTO Ledger-Reference
               PERFORM Write-Ledger-Record
           END-IF.

       Write-ReturnedChk-Reject.
           IF Replaying-Record = "N"
               MOVE CrStudentId TO RjStudentId
               MOVE "TRANSNSF" TO RjSourceFile
               MOVE ZEROS TO RjAgeCount
               MOVE SPACES TO RjOriginalRec
               MOVE Curr-ReturnedChk TO RjOriginalRec(1:29)
               WRITE RejectRec
               ADD 1 TO Cnt-Rejected
           END-IF.

      ******************************************************************
      * Leftover payments were never reached by an interrupted run
      * (it abended before end-of-master), so the replay skip does
               PERFORM Read-Next-WriteOff
           END-PERFORM.

       Reject-Leftover-ReturnedChks.
           MOVE "N" TO Replaying-Record
           PERFORM UNTIL ReturnedChk-EOF = "Y"
               OR Have-ReturnedChk = "N"
               MOVE SPACES TO RejectRec
               MOVE "05" TO RjReasonCode
               MOVE "UNKNOWN STUDENT ON RETURNED CHK" TO RjReasonText
               PERFORM Write-ReturnedChk-Reject
               PERFORM Read-Next-ReturnedChk
           END-PERFORM.

      ******************************************************************
      * The withdrawal archive is a dated companion to the output
      * generation (WITHDRAWN.ccyymmdd.nn), so the records a cycle
               END-READ
           END-PERFORM.

       Open-Optional-ReturnedChk.
           OPEN INPUT ReturnedChkFile
           EVALUATE TRUE
               WHEN ReturnedChk-Status = "00"
                   PERFORM Read-Next-ReturnedChk
               WHEN ReturnedChk-Status = "35"
                   MOVE "Y" TO ReturnedChk-EOF
                   MOVE "N" TO Have-ReturnedChk
               WHEN OTHER
                   DISPLAY "ABORTED - CANNOT OPEN TRANSNSF.DAT"
                   DISPLAY "STATUS: " ReturnedChk-Status
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       Read-Next-ReturnedChk.
           MOVE "N" TO Have-ReturnedChk
           PERFORM UNTIL Have-ReturnedChk = "Y"
               OR ReturnedChk-EOF = "Y"
               READ ReturnedChkFile INTO Curr-ReturnedChk
                   AT END
                       MOVE "Y" TO ReturnedChk-EOF
                   NOT AT END
                       IF Curr-ReturnedChk(1:3) NOT = "HDR"
                           AND Curr-ReturnedChk(1:3) NOT = "TRL"
                           MOVE "Y" TO Have-ReturnedChk
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * WOFREG.DAT is the cumulative applied write-off register -
      * always EXTEND, never restarted, so the period register can
               INTO Report-Line
           WRITE ControlReportLine FROM Report-Line

           MOVE SPACES TO Report-Line
           STRING "LATE FEES CHARGED (SEE LATEFEE.CTL) . . "
               Cnt-Late-Fees DELIMITED BY SIZE
               INTO Report-Line
           WRITE ControlReportLine FROM Report-Line

           MOVE Tot-Late-Fees TO Report-Amount
           MOVE SPACES TO Report-Line
           STRING "  LATE FEE DOLLARS CHARGED  . . . "
               Report-Amount DELIMITED BY SIZE
               INTO Report-Line
           WRITE ControlReportLine FROM Report-Line

           MOVE SPACES TO Report-Line
           STRING "  LATE FEES EXEMPT (PLAN OR WAIVER) . . "
               Cnt-Fees-Exempt DELIMITED BY SIZE
               INTO Report-Line
           WRITE ControlReportLine FROM Report-Line

           MOVE SPACES TO Report-Line
           STRING "WRITE-OFFS APPLIED FROM TRANSWOF.DAT  . "
               Cnt-WriteOffs DELIMITED BY SIZE
               INTO Report-Line
           WRITE ControlReportLine FROM Report-Line

           MOVE SPACES TO Report-Line
           STRING "RETURNED CHECKS FROM TRANSNSF.DAT . . . "
               Cnt-Returned-Checks DELIMITED BY SIZE
               INTO Report-Line
           WRITE ControlReportLine FROM Report-Line

           MOVE SPACES TO Report-Line
           STRING "  RETURNED-CHECK FEES CHARGED . . . . . "
               Cnt-Check-Fees DELIMITED BY SIZE
               INTO Report-Line
           WRITE ControlReportLine FROM Report-Line

           MOVE SPACES TO Report-Line
           STRING "WITHDRAWALS APPLIED FROM TRANSDEL.DAT . "
               Cnt-Deletes DELIMITED BY SIZE
