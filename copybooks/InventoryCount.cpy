      ******************************************************************
      * InventoryCount.cpy
      * Shared field layout for a physical-inventory count record
      * (INVCOUNT.DAT).  CountSheet writes one of these for every item
      * it prints on the count sheets, freezing the book on-hand
      * figure at the moment the sheets were run; CountEntry keys the
      * counted quantity onto it; CountPost prints the variance
      * report and, once a supervisor accepts it, posts the
      * differences to ITEMMAST.DAT as COUNTADJ adjustments and rolls
      * the count onto the cumulative INVCNTPD.DAT history.  COPY this
      * into the 01-level record of any FD or working-storage area
      * that holds a count record; qualify (OF <record-name>) wherever
      * a program has more than one copy of it in scope at once.
      *     IcItemCode     item counted
      *     IcDescription  item description as printed on the sheet
      *     IcSheetDate    business date the count sheets were run
      *     IcBookQty      ItemQtyOnHand when the sheets were run
      *     IcCountedQty   units counted on the shelf
      *     IcCountedFlag  "Y" once a count has been keyed; "N" until
      *                    then (an uncounted item is never adjusted)
      *     IcOperator     operator who keyed the count
      *     IcPostDate     business date the count was accepted and
      *                    posted; spaces until then
      ******************************************************************
           05  IcItemCode          PIC X(5).
           05  IcDescription       PIC X(20).
           05  IcSheetDate         PIC X(8).
           05  IcBookQty           PIC 9(5).
           05  IcCountedQty        PIC 9(5).
           05  IcCountedFlag       PIC X.
           05  IcOperator          PIC X(4).
           05  IcPostDate          PIC X(8).
