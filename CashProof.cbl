      *          drawer is caught the same afternoon instead of
      *          surfacing as a reconciliation mystery weeks later.
      *          Any difference ends the run with a nonzero return
      *          code.  Electronic payments BankImport registered
      *          (method E) never pass through the drawer: they are
      *          kept out of the drawer proof and shown on their own
      *          line beneath it, already proven against the bank
      *          file's trailer when they were imported.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  Reg-Check            PIC 9(7)V99 VALUE ZEROS.
       01  Reg-Money-Order      PIC 9(7)V99 VALUE ZEROS.
       01  Reg-Total            PIC 9(7)V99 VALUE ZEROS.
       01  Reg-Electronic       PIC 9(7)V99 VALUE ZEROS.
       01  Electronic-Counted   PIC 9(5) VALUE ZEROS.

       01  Cnt-Cash             PIC 9(7)V99.
       01  Cnt-Check            PIC 9(7)V99.
               VALUE "RECEIPTS ON FILE:  ".
           05  CL-Count            PIC ZZZZ9.

       01  Electronic-Heading   PIC X(80) VALUE
           "ELECTRONIC PAYMENTS - NOT IN THE DRAWER".

       01  Electronic-Line.
           05  FILLER              PIC X(12) VALUE "BANK FILE".
           05  FILLER              PIC X(1) VALUE SPACES.
           05  EL-Register         PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  EL-Count            PIC ZZZZ9.
           05  FILLER              PIC X(9) VALUE " RECEIPTS".

       PROCEDURE DIVISION.
       Begin.
           PERFORM Determine-Proof-Date
           PERFORM Prove-Check
           PERFORM Prove-Money-Order
           PERFORM Prove-Drawer-Total
           PERFORM List-Electronic-Payments

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           CLOSE ReceiptRegisterFile.

       Total-One-Receipt.
           IF RcpDate = Proof-Date AND RcpMethod = "E"
               ADD 1 TO Electronic-Counted
               ADD RcpAmount TO Reg-Electronic
               EXIT PARAGRAPH
           END-IF
           IF RcpDate = Proof-Date
               ADD 1 TO Receipts-Counted
               ADD RcpAmount TO Reg-Total
           COMPUTE Over-Short = Cnt-Total - Reg-Total
           PERFORM Write-Proof-Line.

       List-Electronic-Payments.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM Electronic-Heading
           MOVE Reg-Electronic TO EL-Register
           MOVE Electronic-Counted TO EL-Count
           WRITE ReportLine FROM Electronic-Line.

       Write-Proof-Line.
           MOVE Over-Short TO PL-OverShort
           IF Over-Short NOT = ZEROS
