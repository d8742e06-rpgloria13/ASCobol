      ******************************************************************
      * Vendor.cpy
      * Shared field layout for a vendor master record (VENDMAST.DAT),
      * the suppliers the shop buys stock from.  VendorMaint keeps
      * the file; each item on ITEMMAST.DAT names its preferred
      * vendor in ItemVendorCode, and PurchaseOrder groups the
      * nightly reorder list into one purchase order per vendor
      * printed with the address block from this record.  COPY this
      * into the 01-level record of any FD or working-storage area
      * that holds a vendor; qualify (OF <record-name>) wherever a
      * program has more than one copy of it in scope at once.
      *     VnVendorCode   5-character vendor code named on items
      *     VnName         vendor name printed on the purchase order
      *     VnAddress1     street address, first line
      *     VnAddress2     street address, second line (may be blank)
      *     VnCity         city
      *     VnState        2-letter state code
      *     VnZip          ZIP or ZIP+4
      *     VnPhone        order-desk phone number
      *     VnActiveFlag   "A" = active; a retired vendor is never
      *                    sent a purchase order
      ******************************************************************
           05  VnVendorCode        PIC X(5).
           05  VnName              PIC X(25).
           05  VnAddress1          PIC X(25).
           05  VnAddress2          PIC X(25).
           05  VnCity              PIC X(15).
           05  VnState             PIC X(2).
           05  VnZip               PIC X(10).
           05  VnPhone             PIC X(12).
           05  VnActiveFlag        PIC X.
