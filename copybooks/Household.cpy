      ******************************************************************
      * Household.cpy
      * Shared field layout for a household link record
      * (HOUSEHLD.DAT), one per student who shares a household with
      * at least one other student in the shop - brothers and
      * sisters mailed at the same address.  A student belongs to
      * one household at most; a student in no household has no
      * record.  The HouseholdMaint session assigns the household
      * numbers, links and unlinks students (journaling each to
      * AUDITJRN.DAT) and keeps the file in ascending student order.
      * Statement prints one consolidated statement per household in
      * its household mode, and BalanceInquiry lists the whole
      * family from any one sibling's ID.  COPY this into the
      * 01-level record of any FD or working-storage area that holds
      * a household link; qualify (OF <record-name>) wherever a
      * program has more than one copy of it in scope at once.
      *     HhStudentId    student in the household
      *     HhHouseholdId  household number, shared by every member
      *     HhOperator     operator who linked the student
      *     HhDate         business date the link was made (CCYYMMDD)
      ******************************************************************
           05  HhStudentId         PIC 9(7).
           05  HhHouseholdId       PIC 9(6).
           05  HhOperator          PIC X(4).
           05  HhDate              PIC X(8).
