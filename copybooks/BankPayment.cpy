      ******************************************************************
      * BankPayment.cpy
      * Shared field layout for one record of the bank's daily
      * fixed-layout payment file (BANKPAY.FEED) - the lockbox
      * remittances and the district online-payment portal's
      * settlements, read by BankImport.  The bank's system is not
      * ours: the student ID arrives as characters and is edited
      * here.  One header record opens the file, one detail record
      * follows per payment, and one trailer record closes it with
      * the bank's own count and dollar total, which BankImport
      * proves before it queues anything.  COPY this into the
      * 01-level record of any FD or working-storage area that holds
      * a bank record; qualify (OF <record-name>) wherever a program
      * has more than one copy of it in scope at once.
      *     BpRecType      H header, D detail, T trailer
      *   header:
      *     BpFileDate     date the bank cut the file (CCYYMMDD)
      *     BpBatchNum     bank's batch number for the file
      *     BpBankName     bank's name, informational only
      *   detail:
      *     BpStudentId    student number the family wrote or keyed
      *     BpAmount       payment amount
      *     BpPayDate      date the bank took the payment (CCYYMMDD)
      *     BpChannel      L lockbox, O online portal
      *     BpBankRef      bank's item reference for the payment
      *   trailer:
      *     BpItemCount    number of detail records on the file
      *     BpFileTotal    sum of the detail amounts
      ******************************************************************
           05  BpRecType           PIC X(1).
           05  BpRecData           PIC X(39).
           05  BpHeaderData REDEFINES BpRecData.
               10  BpFileDate          PIC X(8).
               10  BpBatchNum          PIC X(6).
               10  BpBankName          PIC X(20).
               10  FILLER              PIC X(5).
           05  BpDetailData REDEFINES BpRecData.
               10  BpStudentId         PIC X(7).
               10  BpAmount            PIC 9(5)V99.
               10  BpPayDate           PIC X(8).
               10  BpChannel           PIC X(1).
               10  BpBankRef           PIC X(12).
               10  FILLER              PIC X(4).
           05  BpTrailerData REDEFINES BpRecData.
               10  BpItemCount         PIC 9(7).
               10  BpFileTotal         PIC 9(9)V99.
               10  FILLER              PIC X(21).
