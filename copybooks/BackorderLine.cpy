      ******************************************************************
      * BackorderLine.cpy
      * Shared field layout for a special-order / backorder record
      * (BACKORD.DAT).  An order line keyed in special-order mode is
      * not invoiced: Invoice holds it here against the student
      * instead.  When StockReceipt books the item in, the open
      * backorders for it are offered in backorder-number order
      * (which is order-date order) and a released one goes back on
      * SHOPORD.DAT for the next invoice run, which charges it and
      * marks it filled.  The file is cumulative - filled backorders
      * stay on it as the history.  COPY this into the 01-level
      * record of any FD or working-storage area that holds a
      * backorder; qualify (OF <record-name>) wherever a program has
      * more than one copy of it in scope at once.
      *     BoNumber       backorder number, ascending as taken
      *     BoOrderDate    business date the order was taken
      *     BoStudentId    student the goods are held for
      *     BoItemCode     item code ordered (never a kit)
      *     BoQuantity     units ordered
      *     BoStatus       O = open, R = released to an invoice
      *                    run, F = filled (invoiced)
      *     BoReleaseDate  business date released by StockReceipt
      *     BoInvoiceNum   invoice that finally charged it
      ******************************************************************
           05  BoNumber            PIC 9(6).
           05  BoOrderDate         PIC X(8).
           05  BoStudentId         PIC 9(7).
           05  BoItemCode          PIC X(5).
           05  BoQuantity          PIC 9(3).
           05  BoStatus            PIC X.
           05  BoReleaseDate       PIC X(8).
           05  BoInvoiceNum        PIC 9(6).
