      * ReceiptRegister.cpy
      * Shared field layout for a payment receipt register record
      * (RCPTREG.DAT).  TransEntry appends one of these for every
      * payment it accepts, and BankImport for every payment on the
      * bank's file, numbered from RCPTNO.CTL the way Invoice
      * numbers invoices from INVNO.CTL, so every dollar taken at
      * the counter has a numbered receipt behind it and the CashProof
      * end-of-day report can balance the drawer against the register.
      *                    (CCYYMMDD, from RUNCTL.DAT)
      *     RcpStudentId   student the payment was keyed against
      *     RcpAmount      payment amount
      *     RcpMethod      C cash, K check, M money order; E for
      *                    an electronic payment BankImport took
      *                    from the bank's lockbox/online file
      *     RcpStatus      space while the payment stands; R once
      *                    the ReturnedCheck session has charged a
      *                    bounced check back against it
      *     RcpReturnDate  business date the check came back
      *                    (CCYYMMDD); spaces while it stands
      ******************************************************************
           05  RcpReceiptNum       PIC 9(6).
           05  RcpDate             PIC X(8).
           05  RcpStudentId        PIC 9(7).
           05  RcpAmount           PIC 9(5)V99.
           05  RcpMethod           PIC X(1).
           05  RcpStatus           PIC X(1).
           05  RcpReturnDate       PIC X(8).
