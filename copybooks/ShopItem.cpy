      *                      anything else is exempt.  Invoice taxes
      *                      the taxable lines of each order at the
      *                      TAXRATE.CTL rate.
      *     ItemVendorCode   preferred vendor (VENDMAST.DAT) the item
      *                      is reordered from; spaces when none is
      *                      set, which keeps the item off the
      *                      nightly purchase orders
      *     ItemUnitCost     weighted-average cost of one unit in
      *                      dollars and cents, rolled forward by
      *                      StockReceipt from each delivery's cost
      *                      and journaled as UNITCOST; zero until the
      *                      first costed delivery.  Invoice carries
      *                      it onto SALESDTL.DAT for margin reporting.
      ******************************************************************
           05  ItemCode            PIC X(5).
           05  ItemDescription     PIC X(20).
           05  ItemQtyOnHand       PIC 9(5).
           05  ItemReorderPoint    PIC 9(5).
           05  ItemTaxableFlag     PIC X.
           05  ItemVendorCode      PIC X(5).
           05  ItemUnitCost        PIC 9(3)V99.
