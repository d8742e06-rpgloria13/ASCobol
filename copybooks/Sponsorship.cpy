      ******************************************************************
      * Sponsorship.cpy
      * Shared field layout for a sponsorship record (SPONSHIP.DAT),
      * one per student per term a sponsor covers.  Invoice splits
      * every order invoiced between the term's from and thru dates:
      * the sponsor's share goes to SPONSAR.DAT and only the rest is
      * charged to the student's ShopTotal.  The share is SsPercent
      * of the order (zero means the whole order), never more than
      * what is left of SsCapAmount for the term (zero means no cap)
      * - so a percentage sponsorship, a dollar cap, or both.  Kept
      * by the SponsorMaint session in student and term order.  COPY
      * this into the 01-level record of any FD or working-storage
      * area that holds a sponsorship; qualify (OF <record-name>)
      * wherever a program has more than one copy of it in scope at
      * once.
      *     SsStudentId    student covered
      *     SsSponsorCode  sponsor paying, as on SPONSOR.DAT
      *     SsTerm         term label (e.g. 2026FA)
      *     SsFromDate     first business date covered (CCYYMMDD)
      *     SsThruDate     last business date covered (CCYYMMDD)
      *     SsPercent      percent of each order the sponsor pays
      *     SsCapAmount    most the sponsor pays over the term
      ******************************************************************
           05  SsStudentId         PIC 9(7).
           05  SsSponsorCode       PIC X(5).
           05  SsTerm              PIC X(6).
           05  SsFromDate          PIC X(8).
           05  SsThruDate          PIC X(8).
           05  SsPercent           PIC 9(3).
           05  SsCapAmount         PIC 9(5)V99.
