      ******************************************************************
      * NoCheckList.cpy
      * Shared field layout for a "no checks accepted" record
      * (NOCHECK.DAT), one per student whose check has come back
      * from the bank.  The ReturnedCheck session adds the student
      * when it charges a bounced check back, and a supervisor lifts
      * the flag from the same session; TransEntry refuses a
      * check-method payment from any student on the file.  The file
      * is kept in ascending student order.  COPY this into the
      * 01-level record of any FD or working-storage area that holds
      * a flag record; qualify (OF <record-name>) wherever a program
      * has more than one copy of it in scope at once.
      *     NkStudentId   student whose checks are refused
      *     NkReceiptNum  receipt of the check that bounced
      *     NkDate        business date the flag was set (CCYYMMDD)
      *     NkOperator    operator who charged the check back
      ******************************************************************
           05  NkStudentId         PIC 9(7).
           05  NkReceiptNum        PIC 9(6).
           05  NkDate              PIC X(8).
           05  NkOperator          PIC X(4).
