      *     indexed balance, so the counter sees this morning's
      *     payment before tonight's merge posts it.  The nightly
      *     batch retires the file with the cycle's inputs.
      *   - A student on the NOCHECK.DAT "no checks accepted" list
      *     the ReturnedCheck session keeps can no longer pay by
      *     check: the method prompt refuses K, naming the receipt
      *     of the check that bounced, and takes cash or a money
      *     order instead.  Register records are now cleared before
      *     they are filled so the return status starts blank.
      *   - Payment records now carry the payment method (C, K or M)
      *     behind the operator ID, so TRANSPAY.DAT tells counter
      *     money from the electronic payments BankImport queues
      *     (method E) the same way RCPTREG.DAT does.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TransEntry.
           SELECT CandKeepFile ASSIGN TO "DELCAND.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NoCheckFile ASSIGN TO "NOCHECK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NoCheck-Status.

           SELECT SortCorrFile ASSIGN TO "ENTCORR.SRT".

           SELECT SortDelFile ASSIGN TO "ENTDEL.SRT".
           05  PayStudentId        PIC 9(7).
           05  PayAmount           PIC 9(5)V99.
           05  PayOperator         PIC X(4).
           05  PayMethod           PIC X(1).
      * Alternate view sized for the HDR/TRL control records that
      * bracket the payment details.
       01  PaymentControlRec       PIC X(40).
       01  SortedPayRec.
           05  SdpStudentId        PIC 9(7).
           05  SdpAmount           PIC 9(5)V99.
           05  FILLER              PIC X(5).

       SD  SortCorrFile.
       01  SortCorrRec.
       01  SortPayRec.
           05  SpStudentId         PIC 9(7).
           05  SpAmount            PIC 9(5)V99.
           05  FILLER              PIC X(5).

       FD  MemoFile.
       01  MemoRec.
       01  ActivityLogRec.
           COPY OperatorLog.

       FD  NoCheckFile.
       01  NoCheckRec.
           COPY NoCheckList.

       WORKING-STORAGE SECTION.
       01  SysLock-Status       PIC XX.
       01  Index-Status         PIC XX.
       01  RcptReg-Status       PIC XX.
       01  Run-Date             PIC X(8).
       01  Payment-Method       PIC X.
       01  NoCheck-Status       PIC XX.
       01  NoCheck-EOF          PIC X.
       01  Checks-Refused       PIC X.
       01  Refused-Receipt-Num  PIC 9(6).
       01  Last-Receipt-Num     PIC 9(6) VALUE ZEROS.
       01  Corrections-Written  PIC 9(5) VALUE ZEROS.
       01  Withdrawals-Written  PIC 9(5) VALUE ZEROS.
                   MOVE Entry-Id TO PayStudentId
                   MOVE Payment-Amount TO PayAmount
                   MOVE Operator-Id TO PayOperator
                   MOVE Payment-Method TO PayMethod
                   WRITE PaymentRec
                   CLOSE PaymentFile
                   ADD 1 TO Payments-Written
           CLOSE MemoFile.

       Accept-Payment-Method.
           PERFORM Check-No-Checks-Flag
           MOVE SPACES TO Payment-Method
           PERFORM UNTIL Payment-Method = "C"
               OR Payment-Method = "K"
               IF Payment-Method = "m"
                   MOVE "M" TO Payment-Method
               END-IF
               IF Payment-Method = "K" AND Checks-Refused = "Y"
                   DISPLAY "NO CHECKS ACCEPTED FROM " Entry-Id
                       " - CHECK ON RECEIPT " Refused-Receipt-Num
                       " WAS RETURNED"
                   DISPLAY "TAKE CASH OR A MONEY ORDER"
                   MOVE SPACES TO Payment-Method
               END-IF
           END-PERFORM.

      ******************************************************************
      * NOCHECK.DAT lists the students whose checks have come back
      * from the bank; it is read fresh for each payment so a flag
      * set or lifted in a ReturnedCheck session while this one is
      * open takes effect at once.  No file means no check has
      * bounced yet.
      ******************************************************************
       Check-No-Checks-Flag.
           MOVE "N" TO Checks-Refused
           MOVE "N" TO NoCheck-EOF
           OPEN INPUT NoCheckFile
           IF NoCheck-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL NoCheck-EOF = "Y"
               READ NoCheckFile
                   AT END
                       MOVE "Y" TO NoCheck-EOF
                   NOT AT END
                       IF NkStudentId = Entry-Id
                           MOVE "Y" TO Checks-Refused
                           MOVE NkReceiptNum TO Refused-Receipt-Num
                           MOVE "Y" TO NoCheck-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NoCheckFile.

      ******************************************************************
      * The business date on the run-control card dates receipts and
      * register records; a missing or unreadable card falls back to
           IF RcptReg-Status = "35"
               OPEN OUTPUT ReceiptRegisterFile
           END-IF
           MOVE SPACES TO ReceiptRegisterRec
           MOVE Last-Receipt-Num TO RcpReceiptNum
           MOVE Run-Date TO RcpDate
           MOVE Entry-Id TO RcpStudentId
