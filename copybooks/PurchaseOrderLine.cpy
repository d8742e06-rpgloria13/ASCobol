      ******************************************************************
      * PurchaseOrderLine.cpy
      * Shared field layout for a purchase-order line record
      * (POFILE.DAT).  PurchaseOrder appends one of these for every
      * item it orders, all the lines of one vendor's order sharing
      * a PO number from PONO.CTL; StockReceipt books deliveries
      * against them and closes every line of the order once each
      * line has been received in full, so "is that lumber on
      * order?" is a look at this file.  COPY this into the 01-level
      * record of any FD or working-storage area that holds a PO
      * line; qualify (OF <record-name>) wherever a program has more
      * than one copy of it in scope at once.
      *     PoNumber       purchase-order number, shared by the lines
      *                    of one vendor's order
      *     PoDate         business date the order was raised
      *     PoVendorCode   vendor the order was sent to
      *     PoItemCode     item ordered on the line
      *     PoQtyOrdered   units ordered
      *     PoQtyReceived  units booked in against the line so far;
      *                    may exceed PoQtyOrdered on an over-shipment
      *     PoStatus       "O" open, "C" closed (every line of the
      *                    order received in full, or the order
      *                    closed short by a supervisor in
      *                    StockReceipt)
      *     PoCloseDate    business date the order closed; spaces
      *                    while open
      ******************************************************************
           05  PoNumber            PIC 9(6).
           05  PoDate              PIC X(8).
           05  PoVendorCode        PIC X(5).
           05  PoItemCode          PIC X(5).
           05  PoQtyOrdered        PIC 9(5).
           05  PoQtyReceived       PIC 9(5).
           05  PoStatus            PIC X.
           05  PoCloseDate         PIC X(8).
