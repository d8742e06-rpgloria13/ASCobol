      ******************************************************************
      * CollectionPlacement.cpy
      * Shared field layout for a collection-agency placement record.
      * The CollectPlace extract writes one of these for every
      * written-off balance on WOFREG.DAT it hands to the district's
      * collection agency - to the day's agency file
      * (COLLAGCY.ccyymmdd) that goes out, and to the cumulative
      * placement register (COLLPLC.DAT) that stops the same
      * write-off being placed twice and is what RecoveryEntry and
      * the RecoveryPost step check an agency remittance against.
      * COPY this into the 01-level record of any FD or
      * working-storage area that holds a placement; qualify
      * (OF <record-name>) wherever a program has more than one copy
      * of it in scope at once.
      *     CpStudentId      student whose balance was placed
      *     CpLastName       student's last name at placement
      *     CpFirstName      student's first name at placement
      *     CpWriteOffDate   business date of the write-off cycle,
      *                      as carried on WOFREG.DAT
      *     CpWriteOffCycle  cycle number of that cycle
      *     CpAmount         amount written off and placed
      *     CpPlaceDate      business date it was placed (CCYYMMDD)
      *     CpGuardian       guardian name from STUDCONT.DAT
      *     CpAddress1       mailing address line 1
      *     CpAddress2       mailing address line 2; spaces if unused
      *     CpCity           city
      *     CpState          two-letter state code
      *     CpZip            ZIP code, room for ZIP+4
      *     CpPhone          guardian daytime phone
      ******************************************************************
           05  CpStudentId         PIC 9(7).
           05  CpLastName          PIC X(20).
           05  CpFirstName         PIC X(20).
           05  CpWriteOffDate      PIC X(8).
           05  CpWriteOffCycle     PIC 99.
           05  CpAmount            PIC 9(5)V99.
           05  CpPlaceDate         PIC X(8).
           05  CpGuardian          PIC X(25).
           05  CpAddress1          PIC X(25).
           05  CpAddress2          PIC X(25).
           05  CpCity              PIC X(15).
           05  CpState             PIC X(2).
           05  CpZip               PIC X(10).
           05  CpPhone             PIC X(12).
