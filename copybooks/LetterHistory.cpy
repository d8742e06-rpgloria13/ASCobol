      ******************************************************************
      * LetterHistory.cpy
      * Shared field layout for a collection-letter history record
      * (LTRHIST.DAT), one per past-due letter DunningLetters has
      * printed, in the order the letters went out.  The file is
      * cumulative - DunningLetters reads it back so no student is
      * sent the same notice twice inside 30 days, and Statement
      * lists the notices sent in the open period on the student's
      * next statement.  COPY this into the 01-level record of any
      * FD or working-storage area that holds a letter record;
      * qualify (OF <record-name>) wherever a program has more than
      * one copy of it in scope at once.
      *     LhStudentId   student the letter was addressed about
      *     LhLetterDate  business date the letter was printed
      *                   (CCYYMMDD)
      *     LhTier        1 friendly reminder (31-60 days),
      *                   2 second notice (61-90 days),
      *                   3 final notice before write-off (over 90)
      *     LhPastDue     amount more than 30 days old when printed
      *     LhBalance     whole ShopTotal when printed
      ******************************************************************
           05  LhStudentId         PIC 9(7).
           05  LhLetterDate        PIC X(8).
           05  LhTier              PIC 9.
           05  LhPastDue           PIC 9(5)V99.
           05  LhBalance           PIC 9(5)V99.
