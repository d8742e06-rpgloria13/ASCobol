      ******************************************************************
      * Author:
      * Date:
      * Purpose: Returned-check (NSF) session for checks the bank
      *          sends back.  The operator keys the receipt number
      *          from the bank's notice; the program finds the
      *          payment on the cumulative RCPTREG.DAT receipt
      *          register, shows the student, date and amount, and
      *          on confirmation marks the register entry returned
      *          (R, with the return date) and queues a charge-back
      *          on TRANSNSF.DAT for the nightly Merge to put the
      *          bounced payment back on the student's ShopTotal
      *          under its own NSF ledger type naming the receipt.
      *          When the NSFFEE.CTL card carries a returned-check
      *          fee the operator may charge it with the charge-back;
      *          Merge posts it as an RCF row beside the NSF row.
      *          The student goes onto the NOCHECK.DAT "no checks
      *          accepted" list, which TransEntry honors by refusing
      *          check-method payments; a supervisor lifts the flag
      *          from this same session.  Every charge-back is
      *          logged to OPACTLOG.DAT, the flag set and lifted is
      *          journaled to AUDITJRN.DAT, and the charge-back rides
      *          MEMO.DAT so BalanceInquiry shows it before it merges.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReturnedCheck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReceiptRegisterFile ASSIGN TO "RCPTREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RcptReg-Status.

           SELECT RegisterWorkFile ASSIGN TO "RCPTRET.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ReturnedChkFile ASSIGN TO "TRANSNSF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReturnedChk-Status.

           SELECT NoCheckFile ASSIGN TO "NOCHECK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NoCheck-Status.

           SELECT FeeCardFile ASSIGN TO "NSFFEE.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FeeCard-Status.

           SELECT MemoFile ASSIGN TO "MEMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Memo-Status.

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

           SELECT SortChkFile ASSIGN TO "RETCHK.SRT".

           SELECT SortedChkFile ASSIGN TO "RETCHK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SortNoCheckFile ASSIGN TO "NOCHECK.SRT".

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

       FD  ReceiptRegisterFile.
       01  ReceiptRegisterRec.
           COPY ReceiptRegister.

       FD  RegisterWorkFile.
       01  RegisterWorkRec.
           COPY ReceiptRegister.

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

       FD  NoCheckFile.
       01  NoCheckRec.
           COPY NoCheckList.

       FD  FeeCardFile.
       01  FeeCardRec.
           05  CtlReturnFee        PIC 9(3)V99.

       FD  MemoFile.
       01  MemoRec.
           COPY MemoPost.

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

       FD  SortedChkFile.
       01  SortedChkRec.
           05  SdnStudentId        PIC 9(7).
           05  SdnAmount           PIC 9(5)V99.
           05  SdnFeeAmount        PIC 9(3)V99.
           05  FILLER              PIC X(10).

       SD  SortChkFile.
       01  SortChkRec.
           05  SnStudentId         PIC 9(7).
           05  SnAmount            PIC 9(5)V99.
           05  SnFeeAmount         PIC 9(3)V99.
           05  FILLER              PIC X(10).

       SD  SortNoCheckFile.
       01  SortNoCheckRec.
           COPY NoCheckList.

       WORKING-STORAGE SECTION.
       01  SysLock-Status       PIC XX.
       01  RcptReg-Status       PIC XX.
       01  ReturnedChk-Status   PIC XX.
       01  NoCheck-Status       PIC XX.
       01  FeeCard-Status       PIC XX.
       01  Memo-Status          PIC XX.
       01  Journal-Status       PIC XX.
       01  RunCtl-Status        PIC XX.
       01  Operator-Status      PIC XX.
       01  ActLog-Status        PIC XX.
       01  Operator-EOF         PIC X.
       01  Operator-Found       PIC X.
       01  Operator-Id          PIC X(4).
       01  Operator-Level       PIC X.
       01  Run-Date             PIC X(8).
       01  Run-Cycle            PIC 99 VALUE ZEROS.
       01  Current-DateTime     PIC X(21).
       01  Menu-Choice          PIC X.
       01  Return-Receipt-Num   PIC 9(6).
       01  Entry-Id             PIC 9(7).
       01  Check-Digit-Valid    PIC X.
       01  Register-EOF         PIC X.
       01  Work-EOF             PIC X.
       01  NoCheck-EOF          PIC X VALUE "N".
       01  Receipt-Found        PIC X.
       01  Confirm-Code         PIC X.
       01  Have-Fee-Card        PIC X VALUE "N".
       01  Standard-Fee         PIC 9(3)V99 VALUE ZEROS.
       01  Return-Fee           PIC 9(3)V99.
       01  Checks-Returned      PIC 9(5) VALUE ZEROS.
       01  Fees-Charged         PIC 9(5) VALUE ZEROS.
       01  Flags-Set            PIC 9(5) VALUE ZEROS.
       01  Flags-Lifted         PIC 9(5) VALUE ZEROS.

       01  Curr-Receipt.
           COPY ReceiptRegister.

      * NOCHECK.DAT held in memory for the session and rewritten
      * once at the end; a lifted flag is blanked to a zero ID and
      * left out of the rewrite.
       01  NoCheck-Limit        PIC 9(4) VALUE 2000.
       01  NoCheck-Count        PIC 9(4) VALUE ZEROS.
       01  NoCheck-Sub          PIC 9(4).
       01  NoCheck-Found        PIC X.
       01  NoCheck-Table.
           05  NoCheck-Entry OCCURS 2000 TIMES.
               10  TbNkStudentId       PIC 9(7).
               10  TbNkReceiptNum      PIC 9(6).
               10  TbNkDate            PIC X(8).
               10  TbNkOperator        PIC X(4).

       01  Flag-After-Image.
           05  FILLER              PIC X(12) VALUE "REFUSED RCP=".
           05  FA-ReceiptNum       PIC 9(6).

       01  Sorted-EOF           PIC X.
       01  Control-Rec.
           COPY BatchControl.
       01  Seal-Count           PIC 9(7).
       01  Seal-Hash            PIC 9(11).
       01  Seal-Amount          PIC 9(7)V99.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Check-System-Lock
           PERFORM Read-Run-Control
           PERFORM Sign-On-Operator
           PERFORM Read-Fee-Card
           PERFORM Load-NoCheck-Table

           PERFORM UNTIL Menu-Choice = "X" OR Menu-Choice = "x"
               DISPLAY " "
               DISPLAY "R=RETURNED CHECK, L=LIFT NO-CHECKS FLAG, "
                   "X=EXIT: "
               ACCEPT Menu-Choice
               EVALUATE Menu-Choice
                   WHEN "R"
                   WHEN "r"
                       PERFORM Return-One-Check
                   WHEN "L"
                   WHEN "l"
                       PERFORM Lift-One-Flag
               END-EVALUATE
           END-PERFORM

           IF Checks-Returned > ZEROS
               PERFORM Sort-ReturnedChk-File
           END-IF
           IF Flags-Set > ZEROS OR Flags-Lifted > ZEROS
               PERFORM Rewrite-NoCheck-File
           END-IF

           DISPLAY "CHECKS CHARGED BACK: " Checks-Returned
           DISPLAY "FEES CHARGED:        " Fees-Charged
           DISPLAY "NO-CHECKS FLAGS SET: " Flags-Set
           DISPLAY "FLAGS LIFTED:        " Flags-Lifted
           STOP RUN.

      ******************************************************************
      * The business date and cycle on the run-control card date the
      * return and stamp its journal entries; a missing or
      * unreadable card falls back to the wall clock, exactly the
      * way Merge dates its cycle.
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

      ******************************************************************
      * Every session starts with an operator sign-on against
      * OPERATOR.DAT; an unknown ID ends the session before a
      * keystroke is accepted, because everything written here is
      * stamped with who keyed it.  Any operator may charge a check
      * back; only a supervisor may lift a no-checks flag.
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
      * NSFFEE.CTL carries the office's returned-check fee 9(3)V99
      * (e.g. 02500 = 25.00).  No card, or an unreadable one, means
      * no fee is offered - the charge-back alone still goes on.
      ******************************************************************
       Read-Fee-Card.
           OPEN INPUT FeeCardFile
           IF FeeCard-Status = "00"
               READ FeeCardFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CtlReturnFee IS NUMERIC
                           AND CtlReturnFee > ZEROS
                           MOVE CtlReturnFee TO Standard-Fee
                           MOVE "Y" TO Have-Fee-Card
                       END-IF
               END-READ
               CLOSE FeeCardFile
           END-IF
           IF Have-Fee-Card = "N"
               DISPLAY "NO NSFFEE.CTL CARD - NO RETURNED-CHECK FEE"
                   " WILL BE CHARGED"
           END-IF.

      * A missing flag file just means no check has bounced yet.
       Load-NoCheck-Table.
           OPEN INPUT NoCheckFile
           IF NoCheck-Status = "35"
               EXIT PARAGRAPH
           END-IF
           IF NoCheck-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN NOCHECK.DAT, STATUS "
                   NoCheck-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL NoCheck-EOF = "Y"
               READ NoCheckFile
                   AT END
                       MOVE "Y" TO NoCheck-EOF
                   NOT AT END
                       PERFORM Store-One-NoCheck
               END-READ
           END-PERFORM
           CLOSE NoCheckFile.

       Store-One-NoCheck.
           IF NoCheck-Count >= NoCheck-Limit
               DISPLAY "ABORTED - NOCHECK.DAT EXCEEDS " NoCheck-Limit
                   " RECORDS - RAISE THE TABLE LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NoCheck-Count
           MOVE NoCheckRec TO NoCheck-Entry(NoCheck-Count).

      ******************************************************************
      * Only a check can bounce, and only once.  A check taken today
      * is still waiting in TRANSPAY.DAT - its payment has not
      * posted, so there is nothing yet to charge back; the office
      * returns it after tonight's cycle.
      ******************************************************************
       Return-One-Check.
           DISPLAY "RECEIPT NUMBER OF THE RETURNED CHECK"
               " (0 TO CANCEL): "
           MOVE ZEROS TO Return-Receipt-Num
           ACCEPT Return-Receipt-Num
           IF Return-Receipt-Num = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Register-Record
           IF Receipt-Found = "N"
               DISPLAY "NO RECEIPT " Return-Receipt-Num
                   " ON THE REGISTER"
               EXIT PARAGRAPH
           END-IF
           IF RcpStatus OF Curr-Receipt = "R"
               DISPLAY "RECEIPT " Return-Receipt-Num
                   " WAS ALREADY RETURNED ON "
                   RcpReturnDate OF Curr-Receipt
               EXIT PARAGRAPH
           END-IF
           IF RcpMethod OF Curr-Receipt NOT = "K"
               DISPLAY "RECEIPT " Return-Receipt-Num
                   " WAS NOT A CHECK PAYMENT - METHOD "
                   RcpMethod OF Curr-Receipt
               EXIT PARAGRAPH
           END-IF
           IF RcpDate OF Curr-Receipt = Run-Date
               DISPLAY "RECEIPT " Return-Receipt-Num
                   " WAS TAKEN TODAY AND HAS NOT POSTED YET"
               DISPLAY "RETURN IT AFTER TONIGHT'S CYCLE"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "STUDENT: " RcpStudentId OF Curr-Receipt
               "  DATE: " RcpDate OF Curr-Receipt
               "  AMOUNT: " RcpAmount OF Curr-Receipt
           DISPLAY "CHARGE THIS CHECK BACK (Y TO CONFIRM): "
           MOVE SPACES TO Confirm-Code
           ACCEPT Confirm-Code
           IF Confirm-Code NOT = "Y" AND Confirm-Code NOT = "y"
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO Return-Fee
           IF Have-Fee-Card = "Y"
               DISPLAY "CHARGE THE " Standard-Fee
                   " RETURNED-CHECK FEE (Y/N): "
               MOVE SPACES TO Confirm-Code
               ACCEPT Confirm-Code
               IF Confirm-Code = "Y" OR Confirm-Code = "y"
                   MOVE Standard-Fee TO Return-Fee
                   ADD 1 TO Fees-Charged
               END-IF
           END-IF
           PERFORM Queue-Chargeback
           PERFORM Mark-Register-Returned
           PERFORM Write-Chargeback-Memo
           PERFORM Flag-No-Checks
           ADD 1 TO Checks-Returned
           MOVE SPACES TO ActivityLogRec
           MOVE "NSF" TO OlTransType
           MOVE RcpStudentId OF Curr-Receipt TO OlStudentId
           MOVE RcpAmount OF Curr-Receipt TO OlAmount
           PERFORM Write-Activity-Log
           DISPLAY "CHARGE-BACK QUEUED FOR RECEIPT "
               Return-Receipt-Num.

       Find-Register-Record.
           MOVE "N" TO Receipt-Found
           MOVE "N" TO Register-EOF
           OPEN INPUT ReceiptRegisterFile
           IF RcptReg-Status NOT = "00"
               DISPLAY "CANNOT OPEN RCPTREG.DAT, STATUS "
                   RcptReg-Status
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Register-EOF = "Y"
               READ ReceiptRegisterFile
                   AT END
                       MOVE "Y" TO Register-EOF
                   NOT AT END
                       IF RcpReceiptNum OF ReceiptRegisterRec =
                           Return-Receipt-Num
                           MOVE ReceiptRegisterRec TO Curr-Receipt
                           MOVE "Y" TO Receipt-Found
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ReceiptRegisterFile.

       Queue-Chargeback.
           OPEN EXTEND ReturnedChkFile
           IF ReturnedChk-Status = "35"
               OPEN OUTPUT ReturnedChkFile
           END-IF
           MOVE RcpStudentId OF Curr-Receipt TO NsStudentId
           MOVE RcpAmount OF Curr-Receipt TO NsAmount
           MOVE Return-Fee TO NsFeeAmount
           MOVE Return-Receipt-Num TO NsReceiptNum
           MOVE Operator-Id TO NsOperator
           WRITE ReturnedChkRec
           CLOSE ReturnedChkFile.

      ******************************************************************
      * The register is rewritten through a work copy with the one
      * entry marked returned, then copied back - RCPTREG.DAT is the
      * permanent record CashProof and later returns read, so the
      * mark has to land on the register itself.
      ******************************************************************
       Mark-Register-Returned.
           MOVE "N" TO Register-EOF
           OPEN INPUT ReceiptRegisterFile
           OPEN OUTPUT RegisterWorkFile
           PERFORM UNTIL Register-EOF = "Y"
               READ ReceiptRegisterFile
                   AT END
                       MOVE "Y" TO Register-EOF
                   NOT AT END
                       IF RcpReceiptNum OF ReceiptRegisterRec =
                           Return-Receipt-Num
                           MOVE "R" TO RcpStatus OF ReceiptRegisterRec
                           MOVE Run-Date
                               TO RcpReturnDate OF ReceiptRegisterRec
                       END-IF
                       MOVE ReceiptRegisterRec TO RegisterWorkRec
                       WRITE RegisterWorkRec
               END-READ
           END-PERFORM
           CLOSE ReceiptRegisterFile
           CLOSE RegisterWorkFile

           MOVE "N" TO Work-EOF
           OPEN INPUT RegisterWorkFile
           OPEN OUTPUT ReceiptRegisterFile
           PERFORM UNTIL Work-EOF = "Y"
               READ RegisterWorkFile
                   AT END
                       MOVE "Y" TO Work-EOF
                   NOT AT END
                       MOVE RegisterWorkRec TO ReceiptRegisterRec
                       WRITE ReceiptRegisterRec
               END-READ
           END-PERFORM
           CLOSE RegisterWorkFile
           CLOSE ReceiptRegisterFile.

      ******************************************************************
      * MEMO.DAT carries the day's unposted activity for
      * BalanceInquiry's overlay; the charge-back and its fee show
      * there as one NSF memo until tonight's merge posts them.
      ******************************************************************
       Write-Chargeback-Memo.
           OPEN EXTEND MemoFile
           IF Memo-Status = "35"
               OPEN OUTPUT MemoFile
           END-IF
           MOVE SPACES TO MemoRec
           MOVE RcpStudentId OF Curr-Receipt TO MmStudentId
           MOVE Run-Date TO MmDate
           MOVE "NSF" TO MmTransType
           COMPUTE MmAmount = RcpAmount OF Curr-Receipt + Return-Fee
           WRITE MemoRec
           CLOSE MemoFile.

      ******************************************************************
      * A student already on the list keeps the flag from the first
      * bounced check; the list says checks are refused, not how
      * many came back.
      ******************************************************************
       Flag-No-Checks.
           MOVE RcpStudentId OF Curr-Receipt TO Entry-Id
           PERFORM Find-NoCheck-Entry
           IF NoCheck-Found = "Y"
               DISPLAY "STUDENT " Entry-Id
                   " IS ALREADY ON THE NO-CHECKS LIST"
               EXIT PARAGRAPH
           END-IF
           IF NoCheck-Count >= NoCheck-Limit
               DISPLAY "NO-CHECKS LIST IS FULL - RAISE THE TABLE"
                   " LIMIT; STUDENT " Entry-Id " NOT FLAGGED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NoCheck-Count
           MOVE Entry-Id TO TbNkStudentId(NoCheck-Count)
           MOVE Return-Receipt-Num TO TbNkReceiptNum(NoCheck-Count)
           MOVE Run-Date TO TbNkDate(NoCheck-Count)
           MOVE Operator-Id TO TbNkOperator(NoCheck-Count)
           PERFORM Start-Journal-Entry
           MOVE "ACCEPTED" TO AjBeforeImage
           MOVE Return-Receipt-Num TO FA-ReceiptNum
           MOVE Flag-After-Image TO AjAfterImage
           PERFORM Write-Journal-Record
           ADD 1 TO Flags-Set
           DISPLAY "STUDENT " Entry-Id
               " FLAGGED - NO CHECKS ACCEPTED".

       Find-NoCheck-Entry.
           MOVE "N" TO NoCheck-Found
           PERFORM VARYING NoCheck-Sub FROM 1 BY 1
               UNTIL NoCheck-Sub > NoCheck-Count
               OR NoCheck-Found = "Y"
               IF TbNkStudentId(NoCheck-Sub) = Entry-Id
                   MOVE "Y" TO NoCheck-Found
               END-IF
           END-PERFORM
           IF NoCheck-Found = "Y"
               SUBTRACT 1 FROM NoCheck-Sub
           END-IF.

      ******************************************************************
      * Taking checks again from a family that bounced one is a
      * supervisor's call.  The ID is check-digited before the list
      * is searched so a mis-key never lifts the wrong family's
      * flag.
      ******************************************************************
       Lift-One-Flag.
           IF Operator-Level NOT = "S"
               DISPLAY "ONLY A SUPERVISOR MAY LIFT A NO-CHECKS FLAG"
               EXIT PARAGRAPH
           END-IF
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
           PERFORM Find-NoCheck-Entry
           IF NoCheck-Found = "N"
               DISPLAY "STUDENT " Entry-Id
                   " IS NOT ON THE NO-CHECKS LIST"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FLAGGED " TbNkDate(NoCheck-Sub)
               " BY " TbNkOperator(NoCheck-Sub)
               " - RECEIPT " TbNkReceiptNum(NoCheck-Sub)
           DISPLAY "ACCEPT CHECKS AGAIN (Y TO CONFIRM): "
           MOVE SPACES TO Confirm-Code
           ACCEPT Confirm-Code
           IF Confirm-Code NOT = "Y" AND Confirm-Code NOT = "y"
               EXIT PARAGRAPH
           END-IF
           PERFORM Start-Journal-Entry
           MOVE TbNkReceiptNum(NoCheck-Sub) TO FA-ReceiptNum
           MOVE Flag-After-Image TO AjBeforeImage
           MOVE "ACCEPTED" TO AjAfterImage
           PERFORM Write-Journal-Record
           MOVE ZEROS TO TbNkStudentId(NoCheck-Sub)
           ADD 1 TO Flags-Lifted
           MOVE SPACES TO ActivityLogRec
           MOVE "NCL" TO OlTransType
           MOVE Entry-Id TO OlStudentId
           MOVE ZEROS TO OlAmount
           PERFORM Write-Activity-Log
           DISPLAY "CHECKS ACCEPTED AGAIN FROM " Entry-Id.

       Start-Journal-Entry.
           MOVE SPACES TO AuditJournalRec
           MOVE Entry-Id TO AjStudentId
           MOVE "NOCHECK" TO AjSourceFile
           MOVE "CHECKSOK" TO AjFieldName.

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
      * Written back in ascending student order, the same way
      * FeeWaiverEntry leaves FEEWAIVE.DAT; lifted flags drop out.
      ******************************************************************
       Rewrite-NoCheck-File.
           OPEN OUTPUT NoCheckFile
           PERFORM VARYING NoCheck-Sub FROM 1 BY 1
               UNTIL NoCheck-Sub > NoCheck-Count
               IF TbNkStudentId(NoCheck-Sub) NOT = ZEROS
                   MOVE NoCheck-Entry(NoCheck-Sub) TO NoCheckRec
                   WRITE NoCheckRec
               END-IF
           END-PERFORM
           CLOSE NoCheckFile
           SORT SortNoCheckFile
               ON ASCENDING KEY NkStudentId OF SortNoCheckRec
               USING NoCheckFile
               GIVING NoCheckFile.

      ******************************************************************
      * Merge matches TRANSNSF.DAT against the master in ascending
      * student order and proves it against HDR/TRL batch controls,
      * so the queued charge-backs are left sorted and sealed the
      * same way InvoiceVoid leaves TRANSCRM.DAT.  Control records
      * already in the file sort to the end (the tag letters collate
      * after the digits) and are dropped, so the new trailer covers
      * exactly the details written.  The amount total carries the
      * fee with the check - every dollar the record charges.
      ******************************************************************
       Sort-ReturnedChk-File.
           SORT SortChkFile
               ON ASCENDING KEY SnStudentId
               USING ReturnedChkFile
               GIVING SortedChkFile
           PERFORM Seal-ReturnedChk-File.

       Seal-ReturnedChk-File.
           MOVE FUNCTION CURRENT-DATE TO Current-DateTime
           MOVE ZEROS TO Seal-Count
           MOVE ZEROS TO Seal-Hash
           MOVE ZEROS TO Seal-Amount
           MOVE "N" TO Sorted-EOF

           OPEN INPUT SortedChkFile
           OPEN OUTPUT ReturnedChkFile

           MOVE SPACES TO Control-Rec
           MOVE "HDR" TO BcRecordTag
           MOVE Current-DateTime(1:8) TO BcBatchDate
           MOVE "RETCHECK" TO BcSource
           WRITE ReturnedChkControlRec FROM Control-Rec

           PERFORM UNTIL Sorted-EOF = "Y"
               READ SortedChkFile
                   AT END
                       MOVE "Y" TO Sorted-EOF
                   NOT AT END
                       PERFORM Seal-One-ReturnedChk
               END-READ
           END-PERFORM

           MOVE SPACES TO Control-Rec
           MOVE "TRL" TO BcRecordTag
           MOVE Seal-Count TO BcRecordCount
           MOVE Seal-Hash TO BcHashTotal
           MOVE Seal-Amount TO BcAmountTotal
           WRITE ReturnedChkControlRec FROM Control-Rec

           CLOSE SortedChkFile
           CLOSE ReturnedChkFile.

       Seal-One-ReturnedChk.
           IF SortedChkRec(1:3) = "HDR" OR SortedChkRec(1:3) = "TRL"
               CONTINUE
           ELSE
               MOVE SortedChkRec TO ReturnedChkRec
               WRITE ReturnedChkRec
               ADD 1 TO Seal-Count
               IF SdnStudentId IS NUMERIC
                   ADD SdnStudentId TO Seal-Hash
               END-IF
               IF SdnAmount IS NUMERIC
                   ADD SdnAmount TO Seal-Amount
               END-IF
               IF SdnFeeAmount IS NUMERIC
                   ADD SdnFeeAmount TO Seal-Amount
               END-IF
           END-IF.
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
