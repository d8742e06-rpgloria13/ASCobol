      ******************************************************************
      * AccountHold.cpy
      * Shared field layout for an account hold record (HOLDS.DAT),
      * one per hold in force on a student - a student may carry
      * more than one, but never two of the same code.  The HoldMaint
      * supervisor session sets and lifts them (journaling each to
      * AUDITJRN.DAT) and keeps the file in ascending student and
      * hold-code order; a lifted hold leaves the file.  Invoice
      * refuses an order, ToolEntry refuses a checkout, and
      * BalanceInquiry shows the hold and its reason for any student
      * on the file; HoldReport lists every hold in force.  COPY this
      * into the 01-level record of any FD or working-storage area
      * that holds a hold record; qualify (OF <record-name>) wherever
      * a program has more than one copy of it in scope at once.
      *     AhStudentId   student the hold is on
      *     AhHoldCode    C credit hold, R returned check,
      *                   T tool hold, A administrative
      *     AhReason      why, as the supervisor keyed it
      *     AhOperator    supervisor who set the hold
      *     AhDate        business date it was set (CCYYMMDD)
      ******************************************************************
           05  AhStudentId         PIC 9(7).
           05  AhHoldCode          PIC X(1).
           05  AhReason            PIC X(20).
           05  AhOperator          PIC X(4).
           05  AhDate              PIC X(8).
