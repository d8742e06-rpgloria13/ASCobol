      *                   memo after its cycle promoted.  Set by
      *                   InvoiceVoid; reversed invoices are left
      *                   out of TaxRemit's filing totals.
      *     RgSponsorCode   sponsor sharing the order; spaces if none
      *     RgSponsorAmount sponsor's share, billed on SPONSAR.DAT -
      *                   the student was charged the total less this
      *
      * The register once carried only the first three fields (and
      * was restarted every run); the date, tax and status were
           05  RgDate              PIC X(8).
           05  RgTaxAmount         PIC 9(5)V99.
           05  RgStatus            PIC X.
           05  RgSponsorCode       PIC X(5).
           05  RgSponsorAmount     PIC 9(5)V99.
