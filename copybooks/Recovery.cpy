      ******************************************************************
      * Recovery.cpy
      * Shared field layout for a collection recovery - money the
      * collection agency collected on a placed, written-off balance
      * and remitted to the shop net of its commission.  The
      * RecoveryEntry session queues one of these on RECOVQ.DAT for
      * each remittance line; the nightly RecoveryPost step posts
      * the net as an RCV ledger row and appends the record, with
      * the cycle that posted it, to the cumulative recovery
      * register RCVREG.DAT the period recovery report reads.
      * COPY this into the 01-level record of any FD or
      * working-storage area that holds a recovery; qualify
      * (OF <record-name>) wherever a program has more than one copy
      * of it in scope at once.
      *     RvStudentId      student the money was collected from
      *     RvGross          amount the agency collected
      *     RvCommission     agency's commission kept out of it
      *     RvNet            amount remitted: gross less commission
      *     RvAgencyRef      agency's remittance reference
      *     RvOperator       operator who keyed the remittance
      *     RvKeyedDate      business date it was keyed (CCYYMMDD)
      *     RvPostDate       business date of the cycle that posted
      *                      it; spaces while still queued
      *     RvPostCycle      cycle number of that cycle; zero while
      *                      still queued
      ******************************************************************
           05  RvStudentId         PIC 9(7).
           05  RvGross             PIC 9(5)V99.
           05  RvCommission        PIC 9(5)V99.
           05  RvNet               PIC 9(5)V99.
           05  RvAgencyRef         PIC X(12).
           05  RvOperator          PIC X(4).
           05  RvKeyedDate         PIC X(8).
           05  RvPostDate          PIC X(8).
           05  RvPostCycle         PIC 99.
