      ******************************************************************
      * LateFeeCard.cpy
      * Shared field layout for the late-fee parameter card
      * (LATEFEE.CTL) that switches on Merge's late-fee step.  No
      * card, no late fees - the cycle runs exactly as before.  With
      * a card present, every student whose oldest open charge is at
      * least LfDaysPastDue days old and whose balance is at least
      * LfMinBalance is charged one fee a calendar month, under its
      * own LTF ledger type.  COPY this into the 01-level record of
      * any FD or working-storage area that holds the card.
      *     LfFeeMethod    A flat amount (LfFeeAmount), P percentage
      *                    of the balance (LfFeePercent)
      *     LfFeeAmount    flat fee charged under method A
      *     LfFeePercent   percent of ShopTotal charged under method
      *                    P, rounded to the cent
      *     LfDaysPastDue  age in days of the oldest open charge that
      *                    triggers the fee
      *     LfMinBalance   smallest balance a fee is charged on
      ******************************************************************
           05  LfFeeMethod         PIC X.
           05  LfFeeAmount         PIC 9(3)V99.
           05  LfFeePercent        PIC 9(2)V99.
           05  LfDaysPastDue       PIC 9(3).
           05  LfMinBalance        PIC 9(5)V99.
