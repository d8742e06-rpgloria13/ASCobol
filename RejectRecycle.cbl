      *          back to the file it was bound for: staging rejects
      *          to TRANSINS.STG for revalidation, insertion rejects
      *          to TRANSINS.DAT, payment rejects to TRANSPAY.DAT,
      *          credit-memo, write-off, withdrawal and returned-check
      *          rejects to TRANSCRM.DAT, TRANSWOF.DAT, TRANSDEL.DAT
      *          and TRANSNSF.DAT (each
      *          re-sorted and resealed so the nightly merge's
      *          sequence and batch-control checks hold).  Rejects
      *          the clerk skips stay on the
      *     especially had no other way back: its invoice is
      *     already marked reversed on INVREG.DAT and InvoiceVoid
      *     refuses to reverse it twice.
      *   - Added the TRANSNSF resubmit path for returned-check
      *     charge-backs Merge rejects.  The check is already marked
      *     returned on RCPTREG.DAT and ReturnedCheck refuses to
      *     return it twice, so, like a credit memo, the repair
      *     happens here or the charge-back is lost.
      *   - A resubmitted payment keeps the payment-method byte it
      *     was rejected with, so a bank payment that failed the
      *     merge goes back to TRANSPAY.DAT still marked electronic.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RejectRecycle.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Delete-Status.

           SELECT ReturnedChkFile ASSIGN TO "TRANSNSF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReturnedChk-Status.

           SELECT EscalationFile ASSIGN TO "REJAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.


           SELECT SortDelFile ASSIGN TO "RECYCDEL.SRT".

           SELECT SortNsfFile ASSIGN TO "RECYCNSF.SRT".

           SELECT SortedInsFile ASSIGN TO "RECYCINS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SortedDelFile ASSIGN TO "RECYCDEL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SortedNsfFile ASSIGN TO "RECYCNSF.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SysLockFile ASSIGN TO "SYSLOCK.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SysLock-Status.
           05  PayStudentId        PIC 9(7).
           05  PayAmount           PIC 9(5)V99.
           05  PayOperator         PIC X(4).
           05  PayMethod           PIC X(1).
      * Alternate view sized for the HDR/TRL control records that
      * bracket the payment details.
       01  PaymentControlRec       PIC X(40).
           05  DelOperator         PIC X(4).
           05  FILLER              PIC X(52).

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

       FD  EscalationFile.
       01  EscalationLine          PIC X(80).

       01  SortedPayRec.
           05  SdpStudentId        PIC 9(7).
           05  SdpAmount           PIC 9(5)V99.
           05  FILLER              PIC X(5).

       SD  SortPayFile.
       01  SortPayRec.
           05  SpStudentId         PIC 9(7).
           05  SpAmount            PIC 9(5)V99.
           05  FILLER              PIC X(5).

       FD  SortedCrmFile.
       01  SortedCrmRec.
           05  SdlStudentId        PIC 9(7).
           05  FILLER              PIC X(57).

       FD  SortedNsfFile.
       01  SortedNsfRec.
           05  SdnStudentId        PIC 9(7).
           05  SdnAmount           PIC 9(5)V99.
           05  SdnFeeAmount        PIC 9(3)V99.
           05  FILLER              PIC X(10).

       SD  SortNsfFile.
       01  SortNsfRec.
           05  SnsStudentId        PIC 9(7).
           05  SnsAmount           PIC 9(5)V99.
           05  SnsFeeAmount        PIC 9(3)V99.
           05  FILLER              PIC X(10).

       WORKING-STORAGE SECTION.
       01  SysLock-Status       PIC XX.
       01  Reject-Status        PIC XX.
       01  Need-CreditMemo-Sort PIC X VALUE "N".
       01  Need-WriteOff-Sort   PIC X VALUE "N".
       01  Need-Delete-Sort     PIC X VALUE "N".
       01  Need-ReturnedChk-Sort PIC X VALUE "N".
       01  CreditMemo-Status    PIC XX.
       01  WriteOff-Status      PIC XX.
       01  Delete-Status        PIC XX.
       01  ReturnedChk-Status   PIC XX.
       01  Rejects-Read         PIC 9(5) VALUE ZEROS.
       01  Rejects-Repaired     PIC 9(5) VALUE ZEROS.
       01  Rejects-Dropped      PIC 9(5) VALUE ZEROS.
           05  OpStudentId         PIC 9(7).
           05  OpAmount            PIC 9(5)V99.
           05  OpOperator          PIC X(4).
           05  OpMethod            PIC X(1).
       01  Original-CreditMemo.
           05  OcStudentId         PIC 9(7).
           05  OcAmount            PIC 9(5)V99.
           05  OwAmount            PIC 9(5)V99.
           05  OwReason            PIC X(20).
           05  OwOperator          PIC X(4).
       01  Original-ReturnedChk.
           05  OnStudentId         PIC 9(7).
           05  OnAmount            PIC 9(5)V99.
           05  OnFeeAmount         PIC 9(3)V99.
           05  OnReceiptNum        PIC 9(6).
           05  OnOperator          PIC X(4).

       01  RunCtl-Status        PIC XX.
       01  Operator-Status      PIC XX.
           IF Need-Delete-Sort = "Y"
               PERFORM Sort-Delete-File
           END-IF
           IF Need-ReturnedChk-Sort = "Y"
               PERFORM Sort-ReturnedChk-File
           END-IF

           DISPLAY "REJECTS READ:      " Rejects-Read
           DISPLAY "REJECTS REPAIRED:  " Rejects-Repaired
                       PERFORM Resubmit-To-WriteOffs
                   WHEN "TRANSDEL"
                       PERFORM Resubmit-To-Deletes
                   WHEN "TRANSNSF"
                       PERFORM Resubmit-To-ReturnedChecks
                   WHEN OTHER
                       DISPLAY "UNKNOWN SOURCE "
                           RjSourceFile OF RejectRec
      * - the original keying operator's mistake is on the reject
      * paperwork, the repair is this session's doing.
       Resubmit-To-Payments.
           MOVE RjOriginalRec OF RejectRec (1:19)
               TO Original-Payment
           MOVE Corrected-Id TO OpStudentId
           DISPLAY "CORRECTED AMOUNT 9(5)V99, E.G. 0002500 = 25.00"
           PERFORM Log-One-Repair
           DISPLAY "RESUBMITTED TO TRANSDEL.DAT AS " Corrected-Id.

      ******************************************************************
      * A rejected charge-back has no other road back either: the
      * check is already marked returned on RCPTREG.DAT and
      * ReturnedCheck refuses to return it again.  The amount may
      * be corrected (a charge-back that overflowed the balance is
      * usually split); the fee and the charging operator's stamp
      * ride along unchanged.
      ******************************************************************
       Resubmit-To-ReturnedChecks.
           MOVE RjOriginalRec OF RejectRec (1:29)
               TO Original-ReturnedChk
           MOVE Corrected-Id TO OnStudentId
           DISPLAY "CORRECTED AMOUNT 9(5)V99, E.G. 0002500 = 25.00"
           DISPLAY "  (0 = KEEP " OnAmount "): "
           ACCEPT Corrected-Amount
           IF Corrected-Amount NOT = ZEROS
               MOVE Corrected-Amount TO OnAmount
           END-IF
           OPEN EXTEND ReturnedChkFile
           IF ReturnedChk-Status = "35"
               OPEN OUTPUT ReturnedChkFile
           END-IF
           MOVE Original-ReturnedChk TO ReturnedChkRec
           WRITE ReturnedChkRec
           CLOSE ReturnedChkFile
           MOVE "Y" TO Need-ReturnedChk-Sort
           ADD 1 TO Rejects-Repaired
           PERFORM Log-One-Repair
           DISPLAY "RESUBMITTED TO TRANSNSF.DAT AS " Corrected-Id.

       Keep-One-Reject.
           MOVE RejectRec TO KeepRec
           IF RjAgeCount OF KeepRec IS NUMERIC
                   ADD SddStudentId TO Seal-Hash
               END-IF
           END-IF.

       Sort-ReturnedChk-File.
           SORT SortNsfFile
               ON ASCENDING KEY SnsStudentId
               USING ReturnedChkFile
               GIVING SortedNsfFile
           PERFORM Seal-ReturnedChk-File.

      * The amount total carries the fee with the check - every
      * dollar the record charges, as ReturnedCheck seals it.
       Seal-ReturnedChk-File.
           MOVE FUNCTION CURRENT-DATE TO Current-DateTime
           MOVE ZEROS TO Seal-Count
           MOVE ZEROS TO Seal-Hash
           MOVE ZEROS TO Seal-Amount
           MOVE "N" TO Sorted-EOF

           OPEN INPUT SortedNsfFile
           OPEN OUTPUT ReturnedChkFile

           MOVE SPACES TO Control-Rec
           MOVE "HDR" TO BcRecordTag
           MOVE Current-DateTime(1:8) TO BcBatchDate
           MOVE "RECYCLE" TO BcSource
           WRITE ReturnedChkControlRec FROM Control-Rec

           PERFORM UNTIL Sorted-EOF = "Y"
               READ SortedNsfFile
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

           CLOSE SortedNsfFile
           CLOSE ReturnedChkFile.

       Seal-One-ReturnedChk.
           IF SortedNsfRec(1:3) = "HDR" OR SortedNsfRec(1:3) = "TRL"
               CONTINUE
           ELSE
               MOVE SortedNsfRec TO ReturnedChkRec
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
