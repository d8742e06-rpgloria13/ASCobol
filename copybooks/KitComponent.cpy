      ******************************************************************
      * KitComponent.cpy
      * Shared field layout for a project-kit component record
      * (KITMAST.DAT).  A kit (birdhouse, cutting board) is an item on
      * ITEMMAST.DAT like any other - it carries the kit's price,
      * taxable flag and description - and this file lists what goes
      * into it, one record per component.  KitMaint keeps the file;
      * Invoice prints a kit order line as one line at the kit price,
      * relieves on-hand for every component, and writes the
      * component SALESDTL.DAT rows so the lumber and hardware that
      * left the shelf still show on SalesAnalysis.  COPY this into
      * the 01-level record of any FD or working-storage area that
      * holds a component; qualify (OF <record-name>) wherever a
      * program has more than one copy of it in scope at once.
      *     KcKitCode     kit item code (an ITEMMAST.DAT item)
      *     KcItemCode    component item code (an ITEMMAST.DAT item
      *                   that is not itself a kit)
      *     KcQuantity    units of the component in one kit
      ******************************************************************
           05  KcKitCode           PIC X(5).
           05  KcItemCode          PIC X(5).
           05  KcQuantity          PIC 9(3).
