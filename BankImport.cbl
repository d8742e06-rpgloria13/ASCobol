      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bank payment-file importer.  Reads the bank's daily
      *          fixed-layout lockbox and online-portal payment file
      *          (BANKPAY.FEED, BankPayment copybook) in place of a
      *          clerk retyping each payment through TransEntry.  The
      *          file is first proven whole - one header, one
      *          trailer, and a detail count and dollar total that
      *          agree with the bank's own trailer - and nothing at
      *          all is queued from a file that does not prove.  Each
      *          payment's student ID is then run through CheckDigit
      *          and looked up on STUDENTS.IDX; a matched payment is
      *          appended to TRANSPAY.DAT with payment method E, gets
      *          the next receipt number from RCPTNO.CTL and a
      *          register record on RCPTREG.DAT (method E, so
      *          CashProof keeps it out of the drawer), and lands on
      *          MEMO.DAT for BalanceInquiry's same-day overlay.
      *          TRANSPAY.DAT is then left sorted and resealed with
      *          HDR/TRL batch control records exactly as TransEntry
      *          leaves it.  Every payment that cannot be matched is
      *          listed on the suspense report (BANKSUSP.RPT) with
      *          its reason and kept on the cumulative suspense file
      *          BANKSUSP.DAT until the office applies it by hand.
      *          The import register (BANKIMP.RPT) proves the bank
      *          total as queued plus suspense.  Each bank batch is
      *          recorded on BANKBAT.DAT and refused if it arrives a
      *          second time, and the feed is emptied once consumed.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankImport.

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

           SELECT BankFile ASSIGN TO "BANKPAY.FEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Bank-Status.

           SELECT BatchHistoryFile ASSIGN TO "BANKBAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BatchHist-Status.

           SELECT SuspenseFile ASSIGN TO "BANKSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Suspense-Status.

           SELECT PaymentFile ASSIGN TO "TRANSPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Payment-Status.

           SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunCtl-Status.

           SELECT ReceiptControlFile ASSIGN TO "RCPTNO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RcptCtl-Status.

           SELECT ReceiptRegisterFile ASSIGN TO "RCPTREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RcptReg-Status.

           SELECT MemoFile ASSIGN TO "MEMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Memo-Status.

           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Operator-Status.

           SELECT ActivityLogFile ASSIGN TO "OPACTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ActLog-Status.

           SELECT RegisterReportFile ASSIGN TO "BANKIMP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SuspenseReportFile ASSIGN TO "BANKSUSP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SortPayFile ASSIGN TO "BANKPAY.SRT".

           SELECT SortedPayFile ASSIGN TO "BANKPAY.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  BankFile.
       01  BankRec.
           COPY BankPayment.

      * One record per bank batch imported: the bank's file date and
      * batch number, what was on it, and who imported it when.
       FD  BatchHistoryFile.
       01  BatchHistoryRec.
           05  BhFileDate          PIC X(8).
           05  BhBatchNum          PIC X(6).
           05  BhItemCount         PIC 9(7).
           05  BhFileTotal         PIC 9(9)V99.
           05  BhImportDate        PIC X(8).
           05  BhOperator          PIC X(4).

      * The bank's detail record as received, with the business date
      * it went to suspense and why.
       FD  SuspenseFile.
       01  SuspenseRec.
           05  SuBankRec           PIC X(40).
           05  SuDate              PIC X(8).
           05  SuReason            PIC X(30).

       FD  PaymentFile.
       01  PaymentRec.
           05  PayStudentId        PIC 9(7).
           05  PayAmount           PIC 9(5)V99.
           05  PayOperator         PIC X(4).
           05  PayMethod           PIC X(1).
      * Alternate view sized for the HDR/TRL control records that
      * bracket the payment details.
       01  PaymentControlRec       PIC X(40).

       FD  SortedPayFile.
       01  SortedPayRec.
           05  SdpStudentId        PIC 9(7).
           05  SdpAmount           PIC 9(5)V99.
           05  FILLER              PIC X(5).

       SD  SortPayFile.
       01  SortPayRec.
           05  SpStudentId         PIC 9(7).
           05  SpAmount            PIC 9(5)V99.
           05  FILLER              PIC X(5).

       FD  RunControlFile.
       01  RunControlRec.
           COPY RunControl.

       FD  ReceiptControlFile.
       01  ReceiptControlRec.
           05  CtlLastReceiptNum   PIC 9(6).

       FD  ReceiptRegisterFile.
       01  ReceiptRegisterRec.
           COPY ReceiptRegister.

       FD  MemoFile.
       01  MemoRec.
           COPY MemoPost.

       FD  OperatorFile.
       01  OperatorRec.
           COPY Operator.

       FD  ActivityLogFile.
       01  ActivityLogRec.
           COPY OperatorLog.

       FD  RegisterReportFile.
       01  RegisterReportLine      PIC X(80).

       FD  SuspenseReportFile.
       01  SuspenseReportLine      PIC X(80).

       WORKING-STORAGE SECTION.
       01  SysLock-Status       PIC XX.
       01  Index-Status         PIC XX.
       01  Bank-Status          PIC XX.
       01  BatchHist-Status     PIC XX.
       01  Suspense-Status      PIC XX.
       01  Payment-Status       PIC XX.
       01  RunCtl-Status        PIC XX.
       01  RcptCtl-Status       PIC XX.
       01  RcptReg-Status       PIC XX.
       01  Memo-Status          PIC XX.
       01  Operator-Status      PIC XX.
       01  ActLog-Status        PIC XX.
       01  Operator-EOF         PIC X.
       01  Operator-Found       PIC X.
       01  Operator-Id          PIC X(4).
       01  Operator-Level       PIC X.
       01  Bank-EOF             PIC X.
       01  History-EOF          PIC X.
       01  Run-Date             PIC X(8).
       01  Current-DateTime     PIC X(21).
       01  Entry-Id             PIC 9(7).
       01  Check-Digit-Valid    PIC X.
       01  Student-Found        PIC X.
       01  Last-Receipt-Num     PIC 9(6) VALUE ZEROS.

      * What the proving pass found on the file.
       01  Proof-Failed         PIC X VALUE "N".
       01  Proof-Reason         PIC X(40) VALUE SPACES.
       01  Records-Read         PIC 9(7) VALUE ZEROS.
       01  Headers-Seen         PIC 9(3) VALUE ZEROS.
       01  Trailers-Seen        PIC 9(3) VALUE ZEROS.
       01  Detail-Count         PIC 9(7) VALUE ZEROS.
       01  Detail-Total         PIC 9(9)V99 VALUE ZEROS.
       01  Trailer-Count        PIC 9(7) VALUE ZEROS.
       01  Trailer-Total        PIC 9(9)V99 VALUE ZEROS.
       01  File-Date            PIC X(8) VALUE SPACES.
       01  Batch-Num            PIC X(6) VALUE SPACES.
       01  Bank-Name            PIC X(20) VALUE SPACES.

       01  Items-Queued         PIC 9(7) VALUE ZEROS.
       01  Queued-Total         PIC 9(9)V99 VALUE ZEROS.
       01  Items-Suspended      PIC 9(7) VALUE ZEROS.
       01  Suspense-Total       PIC 9(9)V99 VALUE ZEROS.
       01  Suspense-Reason      PIC X(30).

       01  Sorted-EOF           PIC X.
       01  Control-Rec.
           COPY BatchControl.
       01  Seal-Count           PIC 9(7).
       01  Seal-Hash            PIC 9(11).
       01  Seal-Amount          PIC 9(7)V99.

       01  Register-Heading     PIC X(80)
           VALUE "BANK PAYMENT IMPORT REGISTER".
       01  Suspense-Heading     PIC X(80)
           VALUE "BANK PAYMENTS IN SUSPENSE - NOT QUEUED".

       01  Batch-Line.
           05  FILLER              PIC X(6) VALUE "BANK: ".
           05  BL-BankName         PIC X(20).
           05  FILLER              PIC X(8) VALUE "  BATCH ".
           05  BL-BatchNum         PIC X(6).
           05  FILLER              PIC X(12) VALUE "  FILE DATE ".
           05  BL-FileDate         PIC X(8).
           05  FILLER              PIC X(11) VALUE "  IMPORTED ".
           05  BL-RunDate          PIC X(8).

       01  Register-Column-Line.
           05  FILLER              PIC X(40)
               VALUE "RECEIPT  STUDENT  NAME                  ".
           05  FILLER              PIC X(40)
               VALUE "  AMOUNT   CH BANK REF".

       01  Register-Detail-Line.
           05  RD-ReceiptNum       PIC 9(6).
           05  FILLER              PIC X(3).
           05  RD-StudentId        PIC 9(7).
           05  FILLER              PIC X(2).
           05  RD-Name             PIC X(20).
           05  FILLER              PIC X(1).
           05  RD-Amount           PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(3).
           05  RD-Channel          PIC X(1).
           05  FILLER              PIC X(2).
           05  RD-BankRef          PIC X(12).

       01  Suspense-Column-Line.
           05  FILLER              PIC X(40)
               VALUE "STUDENT    AMOUNT  PAID ON   CH  BANK RE".
           05  FILLER              PIC X(40)
               VALUE "F     REASON".

       01  Suspense-Detail-Line.
           05  SD-StudentId        PIC X(7).
           05  FILLER              PIC X(1).
           05  SD-Amount           PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2).
           05  SD-PayDate          PIC X(8).
           05  FILLER              PIC X(2).
           05  SD-Channel          PIC X(1).
           05  FILLER              PIC X(2).
           05  SD-BankRef          PIC X(12).
           05  FILLER              PIC X(1).
           05  SD-Reason           PIC X(30).

       01  Proof-Line.
           05  PL-Label            PIC X(30).
           05  PL-Count            PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  PL-Amount           PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Check-System-Lock
           PERFORM Read-Run-Control
           PERFORM Sign-On-Operator

           PERFORM Prove-Bank-File
           IF Proof-Failed = "Y"
               DISPLAY "ABORTED - BANK FILE DOES NOT PROVE: "
                   Proof-Reason
               DISPLAY "DETAILS " Detail-Count " TOTAL " Detail-Total
               DISPLAY "TRAILER " Trailer-Count " TOTAL "
                   Trailer-Total
               DISPLAY "NOTHING QUEUED - HAVE THE BANK RESEND"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Check-Batch-History

           OPEN INPUT StudentIndexFile
           IF Index-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN STUDENTS.IDX, STATUS "
                   Index-Status
               DISPLAY "RUN BuildStudentIndex AFTER THE LAST MERGE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Read-Receipt-Control

           OPEN OUTPUT RegisterReportFile
           OPEN OUTPUT SuspenseReportFile
           PERFORM Write-Report-Headings

           MOVE "N" TO Bank-EOF
           OPEN INPUT BankFile
           PERFORM UNTIL Bank-EOF = "Y"
               READ BankFile
                   AT END
                       MOVE "Y" TO Bank-EOF
                   NOT AT END
                       IF BpRecType = "D"
                           PERFORM Import-One-Payment
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BankFile
           CLOSE StudentIndexFile

           PERFORM Rewrite-Receipt-Control
           IF Items-Queued > ZEROS
               PERFORM Sort-Payment-File
           END-IF

           PERFORM Write-Import-Proof
           CLOSE RegisterReportFile
           CLOSE SuspenseReportFile

           PERFORM Record-Batch-History
           PERFORM Clear-Bank-File

           DISPLAY "BANK ITEMS ON FILE:    " Detail-Count
           DISPLAY "PAYMENTS QUEUED:       " Items-Queued
           DISPLAY "QUEUED TOTAL:          " Queued-Total
           DISPLAY "ITEMS TO SUSPENSE:     " Items-Suspended
           DISPLAY "SUSPENSE TOTAL:        " Suspense-Total
           DISPLAY "REGISTER WRITTEN TO BANKIMP.RPT"
           IF Items-Suspended > ZEROS
               DISPLAY "SUSPENSE ITEMS LISTED ON BANKSUSP.RPT"
           END-IF
           STOP RUN.

      ******************************************************************
      * The business date on the run-control card dates the receipts
      * and memos; a missing or unreadable card falls back to the
      * wall clock, exactly the way TransEntry dates them.
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
      * A bank file is money, so it is proven whole before a single
      * payment is queued: exactly one header first, exactly one
      * trailer last, no record of any other kind, every amount
      * numeric, and the detail count and dollar total equal to the
      * trailer's.  A file cut short in transfer, or with a payment
      * dropped or doubled, fails here with nothing written.
      ******************************************************************
       Prove-Bank-File.
           MOVE "N" TO Bank-EOF
           OPEN INPUT BankFile
           IF Bank-Status = "35"
               DISPLAY "NO BANK FILE TO IMPORT - BANKPAY.FEED"
                   " NOT FOUND"
               STOP RUN
           END-IF
           IF Bank-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN BANKPAY.FEED, STATUS "
                   Bank-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL Bank-EOF = "Y"
               READ BankFile
                   AT END
                       MOVE "Y" TO Bank-EOF
                   NOT AT END
                       ADD 1 TO Records-Read
                       PERFORM Prove-One-Record
               END-READ
           END-PERFORM
           CLOSE BankFile
           IF Records-Read = ZEROS
               DISPLAY "NO BANK FILE TO IMPORT - BANKPAY.FEED IS EMPTY"
               STOP RUN
           END-IF
           IF Proof-Failed = "Y"
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN Headers-Seen NOT = 1
                   MOVE "Y" TO Proof-Failed
                   MOVE "FILE DOES NOT HAVE EXACTLY ONE HEADER"
                       TO Proof-Reason
               WHEN Trailers-Seen NOT = 1
                   MOVE "Y" TO Proof-Failed
                   MOVE "FILE DOES NOT HAVE EXACTLY ONE TRAILER"
                       TO Proof-Reason
               WHEN Detail-Count NOT = Trailer-Count
                   MOVE "Y" TO Proof-Failed
                   MOVE "ITEM COUNT DOES NOT MATCH THE TRAILER"
                       TO Proof-Reason
               WHEN Detail-Total NOT = Trailer-Total
                   MOVE "Y" TO Proof-Failed
                   MOVE "DOLLAR TOTAL DOES NOT MATCH THE TRAILER"
                       TO Proof-Reason
           END-EVALUATE.

       Prove-One-Record.
           IF Proof-Failed = "Y"
               EXIT PARAGRAPH
           END-IF
           IF Trailers-Seen > ZEROS
               MOVE "Y" TO Proof-Failed
               MOVE "RECORDS FOLLOW THE TRAILER" TO Proof-Reason
               EXIT PARAGRAPH
           END-IF
           EVALUATE BpRecType
               WHEN "H"
                   IF Records-Read NOT = 1
                       MOVE "Y" TO Proof-Failed
                       MOVE "HEADER IS NOT THE FIRST RECORD"
                           TO Proof-Reason
                   END-IF
                   ADD 1 TO Headers-Seen
                   MOVE BpFileDate TO File-Date
                   MOVE BpBatchNum TO Batch-Num
                   MOVE BpBankName TO Bank-Name
               WHEN "D"
                   IF BpAmount IS NOT NUMERIC
                       MOVE "Y" TO Proof-Failed
                       MOVE "A DETAIL AMOUNT IS NOT NUMERIC"
                           TO Proof-Reason
                   ELSE
                       ADD 1 TO Detail-Count
                       ADD BpAmount TO Detail-Total
                   END-IF
               WHEN "T"
                   ADD 1 TO Trailers-Seen
                   IF BpItemCount IS NOT NUMERIC
                       OR BpFileTotal IS NOT NUMERIC
                       MOVE "Y" TO Proof-Failed
                       MOVE "TRAILER TOTALS ARE NOT NUMERIC"
                           TO Proof-Reason
                   ELSE
                       MOVE BpItemCount TO Trailer-Count
                       MOVE BpFileTotal TO Trailer-Total
                   END-IF
               WHEN OTHER
                   MOVE "Y" TO Proof-Failed
                   MOVE "UNKNOWN RECORD TYPE ON THE FILE"
                       TO Proof-Reason
           END-EVALUATE.

      ******************************************************************
      * The bank resends a batch now and then; importing it twice
      * would pay every family on it twice.  A batch already on
      * BANKBAT.DAT is refused outright.
      ******************************************************************
       Check-Batch-History.
           MOVE "N" TO History-EOF
           OPEN INPUT BatchHistoryFile
           IF BatchHist-Status = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL History-EOF = "Y"
               READ BatchHistoryFile
                   AT END
                       MOVE "Y" TO History-EOF
                   NOT AT END
                       IF BhFileDate = File-Date
                           AND BhBatchNum = Batch-Num
                           CLOSE BatchHistoryFile
                           DISPLAY "ABORTED - BANK BATCH " Batch-Num
                               " OF " File-Date
                               " WAS ALREADY IMPORTED ON "
                               BhImportDate
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BatchHistoryFile.

       Record-Batch-History.
           OPEN EXTEND BatchHistoryFile
           IF BatchHist-Status = "35"
               OPEN OUTPUT BatchHistoryFile
           END-IF
           MOVE SPACES TO BatchHistoryRec
           MOVE File-Date TO BhFileDate
           MOVE Batch-Num TO BhBatchNum
           MOVE Detail-Count TO BhItemCount
           MOVE Detail-Total TO BhFileTotal
           MOVE Run-Date TO BhImportDate
           MOVE Operator-Id TO BhOperator
           WRITE BatchHistoryRec
           CLOSE BatchHistoryFile.

       Write-Report-Headings.
           MOVE Bank-Name TO BL-BankName
           MOVE Batch-Num TO BL-BatchNum
           MOVE File-Date TO BL-FileDate
           MOVE Run-Date TO BL-RunDate
           WRITE RegisterReportLine FROM Register-Heading
           WRITE RegisterReportLine FROM Batch-Line
           MOVE SPACES TO RegisterReportLine
           WRITE RegisterReportLine
           WRITE RegisterReportLine FROM Register-Column-Line
           WRITE SuspenseReportLine FROM Suspense-Heading
           WRITE SuspenseReportLine FROM Batch-Line
           MOVE SPACES TO SuspenseReportLine
           WRITE SuspenseReportLine
           WRITE SuspenseReportLine FROM Suspense-Column-Line.

      ******************************************************************
      * The same edits a clerk's keyed payment passes in TransEntry:
      * a seven-digit ID, a good check digit, a student on the
      * master, and an amount worth posting.  Anything else goes to
      * suspense rather than guessing whose money it is.
      ******************************************************************
       Import-One-Payment.
           MOVE "N" TO Student-Found
           MOVE SPACES TO Suspense-Reason
           EVALUATE TRUE
               WHEN BpStudentId IS NOT NUMERIC
                   MOVE "STUDENT ID NOT 7 DIGITS" TO Suspense-Reason
               WHEN BpAmount = ZEROS
                   MOVE "ZERO PAYMENT" TO Suspense-Reason
               WHEN OTHER
                   MOVE BpStudentId TO Entry-Id
                   CALL "CheckDigit" USING Entry-Id, Check-Digit-Valid
                   END-CALL
                   IF Check-Digit-Valid = "N"
                       MOVE "STUDENT ID FAILS CHECK DIGIT"
                           TO Suspense-Reason
                   ELSE
                       PERFORM Find-Payment-Student
                   END-IF
           END-EVALUATE
           IF Student-Found = "Y"
               PERFORM Queue-One-Payment
           ELSE
               PERFORM Suspend-One-Payment
           END-IF.

       Find-Payment-Student.
           MOVE Entry-Id TO StudentId OF StudentIndexRec
           READ StudentIndexFile
               KEY IS StudentId OF StudentIndexRec
               INVALID KEY
                   MOVE "NO STUDENT ON MASTER FOR ID"
                       TO Suspense-Reason
               NOT INVALID KEY
                   MOVE "Y" TO Student-Found
           END-READ.

       Queue-One-Payment.
           OPEN EXTEND PaymentFile
           IF Payment-Status = "35"
               OPEN OUTPUT PaymentFile
           END-IF
           MOVE Entry-Id TO PayStudentId
           MOVE BpAmount TO PayAmount
           MOVE Operator-Id TO PayOperator
           MOVE "E" TO PayMethod
           WRITE PaymentRec
           CLOSE PaymentFile
           ADD 1 TO Items-Queued
           ADD BpAmount TO Queued-Total

           ADD 1 TO Last-Receipt-Num
           OPEN EXTEND ReceiptRegisterFile
           IF RcptReg-Status = "35"
               OPEN OUTPUT ReceiptRegisterFile
           END-IF
           MOVE SPACES TO ReceiptRegisterRec
           MOVE Last-Receipt-Num TO RcpReceiptNum
           MOVE Run-Date TO RcpDate
           MOVE Entry-Id TO RcpStudentId
           MOVE BpAmount TO RcpAmount
           MOVE "E" TO RcpMethod
           WRITE ReceiptRegisterRec
           CLOSE ReceiptRegisterFile

           OPEN EXTEND MemoFile
           IF Memo-Status = "35"
               OPEN OUTPUT MemoFile
           END-IF
           MOVE SPACES TO MemoRec
           MOVE Entry-Id TO MmStudentId
           MOVE Run-Date TO MmDate
           MOVE "PAY" TO MmTransType
           MOVE BpAmount TO MmAmount
           WRITE MemoRec
           CLOSE MemoFile

           MOVE SPACES TO ActivityLogRec
           MOVE "BNK" TO OlTransType
           MOVE Entry-Id TO OlStudentId
           MOVE BpAmount TO OlAmount
           PERFORM Write-Activity-Log

           MOVE SPACES TO Register-Detail-Line
           MOVE Last-Receipt-Num TO RD-ReceiptNum
           MOVE Entry-Id TO RD-StudentId
           MOVE LastName OF StudentIndexRec TO RD-Name
           MOVE BpAmount TO RD-Amount
           MOVE BpChannel TO RD-Channel
           MOVE BpBankRef TO RD-BankRef
           WRITE RegisterReportLine FROM Register-Detail-Line.

       Suspend-One-Payment.
           OPEN EXTEND SuspenseFile
           IF Suspense-Status = "35"
               OPEN OUTPUT SuspenseFile
           END-IF
           MOVE SPACES TO SuspenseRec
           MOVE BankRec TO SuBankRec
           MOVE Run-Date TO SuDate
           MOVE Suspense-Reason TO SuReason
           WRITE SuspenseRec
           CLOSE SuspenseFile
           ADD 1 TO Items-Suspended
           ADD BpAmount TO Suspense-Total

           MOVE SPACES TO Suspense-Detail-Line
           MOVE BpStudentId TO SD-StudentId
           MOVE BpAmount TO SD-Amount
           MOVE BpPayDate TO SD-PayDate
           MOVE BpChannel TO SD-Channel
           MOVE BpBankRef TO SD-BankRef
           MOVE Suspense-Reason TO SD-Reason
           WRITE SuspenseReportLine FROM Suspense-Detail-Line.

      * The register closes with the bank's figure and where every
      * dollar of it went - queued plus suspense must equal it.
       Write-Import-Proof.
           MOVE SPACES TO RegisterReportLine
           WRITE RegisterReportLine
           MOVE SPACES TO Proof-Line
           MOVE "BANK TRAILER" TO PL-Label
           MOVE Trailer-Count TO PL-Count
           MOVE Trailer-Total TO PL-Amount
           WRITE RegisterReportLine FROM Proof-Line
           MOVE "QUEUED TO TRANSPAY.DAT" TO PL-Label
           MOVE Items-Queued TO PL-Count
           MOVE Queued-Total TO PL-Amount
           WRITE RegisterReportLine FROM Proof-Line
           MOVE "TO SUSPENSE" TO PL-Label
           MOVE Items-Suspended TO PL-Count
           MOVE Suspense-Total TO PL-Amount
           WRITE RegisterReportLine FROM Proof-Line
           MOVE SPACES TO SuspenseReportLine
           WRITE SuspenseReportLine
           MOVE "ITEMS IN SUSPENSE" TO PL-Label
           MOVE Items-Suspended TO PL-Count
           MOVE Suspense-Total TO PL-Amount
           WRITE SuspenseReportLine FROM Proof-Line.

      ******************************************************************
      * RCPTNO.CTL carries the last receipt number issued, shared
      * with TransEntry, so receipt numbers never repeat whichever
      * path took the money.  Missing control file means no receipt
      * has ever been issued - numbering starts from zero.
      ******************************************************************
       Read-Receipt-Control.
           OPEN INPUT ReceiptControlFile
           EVALUATE TRUE
               WHEN RcptCtl-Status = "00"
                   READ ReceiptControlFile
                       AT END
                           MOVE ZEROS TO Last-Receipt-Num
                       NOT AT END
                           MOVE CtlLastReceiptNum TO Last-Receipt-Num
                   END-READ
                   CLOSE ReceiptControlFile
               WHEN RcptCtl-Status = "35"
                   MOVE ZEROS TO Last-Receipt-Num
               WHEN OTHER
                   DISPLAY "ABORTED - CANNOT OPEN RCPTNO.CTL, STATUS "
                       RcptCtl-Status
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       Rewrite-Receipt-Control.
           OPEN OUTPUT ReceiptControlFile
           MOVE Last-Receipt-Num TO CtlLastReceiptNum
           WRITE ReceiptControlRec
           CLOSE ReceiptControlFile.

      ******************************************************************
      * Merge matches TRANSPAY.DAT against the master in ascending
      * student order, so the file is left sorted and resealed with
      * HDR/TRL batch control records the way TransEntry leaves it.
      * Control records already in the file sort to the end (the
      * tag letters collate after the digits) and are dropped, so
      * the new trailer covers the counter's payments and the
      * bank's together.
      ******************************************************************
       Sort-Payment-File.
           SORT SortPayFile
               ON ASCENDING KEY SpStudentId
               USING PaymentFile
               GIVING SortedPayFile
           PERFORM Seal-Payment-File.

       Seal-Payment-File.
           PERFORM Start-Batch-Seal
           OPEN INPUT SortedPayFile
           OPEN OUTPUT PaymentFile
           MOVE "BANKIMP" TO BcSource
           WRITE PaymentControlRec FROM Control-Rec
           PERFORM UNTIL Sorted-EOF = "Y"
               READ SortedPayFile
                   AT END
                       MOVE "Y" TO Sorted-EOF
                   NOT AT END
                       PERFORM Seal-One-Payment
               END-READ
           END-PERFORM
           PERFORM Build-Batch-Trailer
           WRITE PaymentControlRec FROM Control-Rec
           CLOSE SortedPayFile
           CLOSE PaymentFile.

       Seal-One-Payment.
           IF SortedPayRec(1:3) = "HDR" OR SortedPayRec(1:3) = "TRL"
               CONTINUE
           ELSE
               MOVE SortedPayRec TO PaymentRec
               WRITE PaymentRec
               ADD 1 TO Seal-Count
               IF SdpStudentId IS NUMERIC
                   ADD SdpStudentId TO Seal-Hash
               END-IF
               IF SdpAmount IS NUMERIC
                   ADD SdpAmount TO Seal-Amount
               END-IF
           END-IF.

       Start-Batch-Seal.
           MOVE FUNCTION CURRENT-DATE TO Current-DateTime
           MOVE ZEROS TO Seal-Count
           MOVE ZEROS TO Seal-Hash
           MOVE ZEROS TO Seal-Amount
           MOVE "N" TO Sorted-EOF
           MOVE SPACES TO Control-Rec
           MOVE "HDR" TO BcRecordTag
           MOVE Current-DateTime(1:8) TO BcBatchDate.

       Build-Batch-Trailer.
           MOVE SPACES TO Control-Rec
           MOVE "TRL" TO BcRecordTag
           MOVE Seal-Count TO BcRecordCount
           MOVE Seal-Hash TO BcHashTotal
           MOVE Seal-Amount TO BcAmountTotal.

      ******************************************************************
      * Every bank item has now landed somewhere - queued or in
      * suspense - so the feed is emptied rather than left to import
      * the same payments again, the way EnrollImport consumes
      * ENROLL.FEED.
      ******************************************************************
       Clear-Bank-File.
           OPEN OUTPUT BankFile
           CLOSE BankFile.

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
