      * program has more than one copy of it in scope at once.
      *     MmStudentId  student the pending activity belongs to
      *     MmDate       business date it was keyed (CCYYMMDD)
      *     MmTransType  PAY payment keyed, CHG invoice charge,
      *                  NSF returned check charged back (with fee)
      *     MmAmount     pending amount
      ******************************************************************
           05  MmStudentId         PIC 9(7).
