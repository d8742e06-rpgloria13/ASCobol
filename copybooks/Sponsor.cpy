      ******************************************************************
      * Sponsor.cpy
      * Shared field layout for a sponsor master record (SPONSOR.DAT)
      * - a third party that pays part of some students' shop costs
      * (the PTA hardship fund, a scholarship, a vocational grant).
      * Kept by the SponsorMaint session in sponsor-code order; the
      * sponsor statement is addressed from it.  COPY this into the
      * 01-level record of any FD or working-storage area that holds
      * a sponsor; qualify (OF <record-name>) wherever a program has
      * more than one copy of it in scope at once.
      *     SpSponsorCode  short code the sponsorships refer to
      *     SpName         sponsor's name as billed
      *     SpContact      person the statement is addressed to
      *     SpAddress1     street address
      *     SpCity         city
      *     SpState        state
      *     SpZip          ZIP code
      *     SpActiveFlag   A active, I retired - a retired sponsor's
      *                    sponsorships no longer split new orders
      ******************************************************************
           05  SpSponsorCode       PIC X(5).
           05  SpName              PIC X(25).
           05  SpContact           PIC X(25).
           05  SpAddress1          PIC X(25).
           05  SpCity              PIC X(15).
           05  SpState             PIC X(2).
           05  SpZip               PIC X(10).
           05  SpActiveFlag        PIC X.
