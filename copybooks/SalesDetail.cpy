      * SalesDetail.cpy
      * Shared field layout for an item sales detail record
      * (SALESDTL.DAT).  Invoice appends one of these for every order
      * line it prices, and MachineBilling one for every machine-time
      * session it bills, accumulated across runs, so "how many
      * board-feet did we sell this term" is a report off this file
      * instead of an afternoon with the paper invoices.  The
      * SalesAnalysis report summarizes it by item and by the
      * the 01-level record of any FD or working-storage area that
      * holds a detail record; qualify (OF <record-name>) wherever a
      * program has more than one copy of it in scope at once.
      *     SdRunDate     business date of the invoice or billing
      *                   run (CCYYMMDD)
      *     SdInvoiceNum  invoice the line was printed on; zero on a
      *                   machine-time row, which is never invoiced
      *     SdStudentId   student the order was invoiced to
      *     SdItemCode    item code priced on the line - for a
      *                   kit line, one row per component item, with
      *                   the kit's amount spread across the rows; the
      *                   machine code on a machine-time row
      *     SdQuantity    units sold on the line; minutes billed on a
      *                   machine-time row
      *     SdExtAmount   extended amount charged for the line
      *     SdUnitCost    item's weighted-average unit cost on
      *                   ITEMMAST.DAT when the line was invoiced
      *                   (zero on lines written before cost was
      *                   carried, for an item never costed, and
      *                   always on a machine-time row, which has no
      *                   material cost)
      *     SdExtCost     SdQuantity times SdUnitCost
      ******************************************************************
           05  SdRunDate           PIC X(8).
           05  SdInvoiceNum        PIC 9(6).
           05  SdItemCode          PIC X(5).
           05  SdQuantity          PIC 9(3).
           05  SdExtAmount         PIC 9(6)V99.
           05  SdUnitCost          PIC 9(3)V99.
           05  SdExtCost           PIC 9(6)V99.
