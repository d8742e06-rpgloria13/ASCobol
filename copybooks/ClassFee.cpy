      ******************************************************************
      * ClassFee.cpy
      * Shared field layout for a class lab-fee record
      * (CLASSFEE.DAT), one per ShopClass code and term - the flat
      * lab/materials fee every student enrolled in the class is
      * charged once a term.  The ClassFeeMaint session adds and
      * changes fees and keeps the file in class and term order;
      * ClassBilling charges the fee through TRANSINS.DAT and stamps
      * the record billed, after which it can neither be changed
      * nor billed again.  COPY this into the 01-level record of any
      * FD or working-storage area that holds a fee record; qualify
      * (OF <record-name>) wherever a program has more than one copy
      * of it in scope at once.
      *     CfShopClass    shop-class code, as on STUDENTS.DAT
      *     CfTerm         term the fee is for (e.g. 2026FA)
      *     CfDescription  what the fee covers, as billed
      *     CfFeeAmount    fee charged to each enrolled student
      *     CfBilledDate   business date ClassBilling charged it
      *                    (CCYYMMDD); spaces until billed
      *     CfBilledCount  students charged by that run
      *     CfBilledTotal  dollars charged by that run
      *     CfBilledBy     operator who ran the billing
      ******************************************************************
           05  CfShopClass         PIC X(3).
           05  CfTerm              PIC X(6).
           05  CfDescription       PIC X(20).
           05  CfFeeAmount         PIC 9(3)V99.
           05  CfBilledDate        PIC X(8).
           05  CfBilledCount       PIC 9(5).
           05  CfBilledTotal       PIC 9(7)V99.
           05  CfBilledBy          PIC X(4).
