      ******************************************************************
      * LateFeeWaiver.cpy
      * Shared field layout for a late-fee waiver record
      * (FEEWAIVE.DAT), one per student a supervisor has excused
      * from late fees, kept in ascending student order.
      * FeeWaiverEntry maintains it (journaling every waiver granted
      * or lifted to AUDITJRN.DAT) and Merge's late-fee step skips
      * every student on it.  COPY this into the 01-level record of
      * any FD or working-storage area that holds a waiver record.
      *     LwStudentId   student excused from late fees
      *     LwReason      why, as the supervisor keyed it
      *     LwOperator    supervisor who granted the waiver
      *     LwDate        business date it was granted (CCYYMMDD)
      ******************************************************************
           05  LwStudentId         PIC 9(7).
           05  LwReason            PIC X(20).
           05  LwOperator          PIC X(4).
           05  LwDate              PIC X(8).
