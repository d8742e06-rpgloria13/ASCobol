      ******************************************************************
      * ConsolidationRequest.cpy
      * Shared field layout for an account consolidation request
      * (CONSOLQ.DAT).  The ConsolidateEntry session queues one of
      * these for every duplicate or renumbered account a supervisor
      * folds into a surviving student ID; the nightly
      * AcctConsolidate step applies the whole queue in one
      * controlled cycle - balance, ledger history, contact card,
      * payment plan and open tool checkouts all move from the old
      * ID to the new one - and clears it.  A request that cannot
      * be applied is left on the queue for the supervisor.  COPY
      * this into the 01-level record of any FD or working-storage
      * area that holds a request; qualify (OF <record-name>)
      * wherever a program has more than one copy of it in scope at
      * once.
      *     CqOldId        student ID being retired
      *     CqNewId        surviving student ID that takes it over
      *     CqOperator     supervisor who queued the request
      *     CqDate         business date it was queued (CCYYMMDD)
      ******************************************************************
           05  CqOldId             PIC 9(7).
           05  CqNewId             PIC 9(7).
           05  CqOperator          PIC X(4).
           05  CqDate              PIC X(8).
