      ******************************************************************
      * SponsorCharge.cpy
      * Shared field layout for a sponsor receivable record
      * (SPONSAR.DAT), one per invoice a sponsor shares in.  Invoice
      * appends it with the sponsor's share of the order; that share
      * is never charged to the student, so it lives here rather
      * than on the student ledger.  SponsorStatement bills the open
      * items to the sponsor, SponsorMaint marks them paid when the
      * sponsor's check comes in, and InvoiceVoid voids the item
      * with its invoice.  Cumulative, always extended.  COPY this
      * into the 01-level record of any FD or working-storage area
      * that holds a sponsor item; qualify (OF <record-name>)
      * wherever a program has more than one copy of it in scope at
      * once.
      *     SaSponsorCode    sponsor billed
      *     SaStudentId      student whose order it was
      *     SaInvoiceNum     invoice the share came from
      *     SaDate           business date of the invoice (CCYYMMDD)
      *     SaOrderTotal     whole order total, tax included
      *     SaSponsorAmount  sponsor's share of it
      *     SaStatus         space open, P paid, V voided
      *     SaPaidDate       business date marked paid or voided
      ******************************************************************
           05  SaSponsorCode       PIC X(5).
           05  SaStudentId         PIC 9(7).
           05  SaInvoiceNum        PIC 9(6).
           05  SaDate              PIC X(8).
           05  SaOrderTotal        PIC 9(5)V99.
           05  SaSponsorAmount     PIC 9(5)V99.
           05  SaStatus            PIC X.
           05  SaPaidDate          PIC X(8).
