      *     IjChangeDate   business date of the change (CCYYMMDD)
      *     IjFieldName    DESCRIPTION, UNITPRICE, ACTIVEFLAG,
      *                    NEWPRICE, EFFDATE, QTYONHAND, REORDERPT,
      *                    TAXFLAG, VENDOR, UNITCOST (weighted
      *                    average cost rolled by a receipt),
      *                    COUNTADJ (physical inventory
      *                    adjustment), KITCOMP (kit
      *                    component added, changed or removed -
      *                    images are component code and quantity)
      *                    or RECORD (add)
      *     IjBeforeImage  field content before the change
      *     IjAfterImage   field content after the change
      ******************************************************************
