      ******************************************************************
      * ReinstateRequest.cpy
      * Shared field layout for a reinstatement request
      * (REINSTQ.DAT).  The ReinstateEntry session queues one of
      * these for every withdrawn student who comes back, naming the
      * withdraw archive Merge set the student aside on
      * (WITHDRAWN.ccyymmdd.nn, with the contact card on
      * WDLCONT.ccyymmdd.nn); the nightly Reinstate step restores
      * the master record and the card from that archive and clears
      * the queue.  A request that cannot be applied is left on the
      * queue.  COPY this into the 01-level record of any FD or
      * working-storage area that holds a request; qualify
      * (OF <record-name>) wherever a program has more than one copy
      * of it in scope at once.
      *     RiStudentId      student to reinstate
      *     RiArchiveDate    business date of the withdrawing cycle,
      *                      the ccyymmdd of the archive's name
      *     RiArchiveCycle   cycle number of that cycle, the nn
      *     RiOperator       operator who queued the request
      *     RiDate           business date it was queued (CCYYMMDD)
      ******************************************************************
           05  RiStudentId         PIC 9(7).
           05  RiArchiveDate       PIC X(8).
           05  RiArchiveCycle      PIC 99.
           05  RiOperator          PIC X(4).
           05  RiDate              PIC X(8).
