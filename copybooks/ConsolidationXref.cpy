      ******************************************************************
      * ConsolidationXref.cpy
      * Shared field layout for an account consolidation
      * cross-reference record (CONSXREF.DAT).  AcctConsolidate
      * appends one of these for every old student ID it retires,
      * accumulated across cycles and never restarted, so an inquiry
      * or report keyed with a retired ID is pointed at the account
      * that absorbed it instead of reporting "no such student".  A
      * retired ID can itself have absorbed others earlier, so
      * readers follow the chain until the ID no longer appears as
      * an old ID.  COPY this into the 01-level record of any FD or
      * working-storage area that holds a cross-reference; qualify
      * (OF <record-name>) wherever a program has more than one copy
      * of it in scope at once.
      *     CxOldId        student ID retired
      *     CxNewId        student ID the account moved to
      *     CxRunDate      business date of the consolidating cycle
      *     CxCycle        cycle number within that date
      *     CxOperator     supervisor who requested it
      *     CxAmount       balance moved (the old ID's ShopTotal on
      *                    the consolidating cycle's generation)
      ******************************************************************
           05  CxOldId             PIC 9(7).
           05  CxNewId             PIC 9(7).
           05  CxRunDate           PIC X(8).
           05  CxCycle             PIC 99.
           05  CxOperator          PIC X(4).
           05  CxAmount            PIC 9(5)V99.
