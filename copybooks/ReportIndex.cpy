      ******************************************************************
      * ReportIndex.cpy
      * Shared field layout for a report archive index record
      * (RPTINDEX.DAT).  The nightly batch's ReportArchive step files
      * each of the cycle's reports under the generation's suffix
      * (MERGE.RPT.ccyymmdd.nn and so on) and appends one of these
      * per report filed, so ReportReprint can list and reprint any
      * cycle's report and RollOff can retire old ones.  COPY this
      * into the 01-level record of any FD or working-storage area
      * that holds an index record; qualify (OF <record-name>)
      * wherever a program has more than one copy of it in scope.
      *     RiReportName    report as the batch writes it, e.g.
      *                     OVERLIMIT.RPT
      *     RiRunDate       business date of the cycle (CCYYMMDD)
      *     RiCycle         cycle number within that date
      *     RiPageCount     printed pages at 60 lines to the page
      *     RiLineCount     lines in the report as filed
      ******************************************************************
           05  RiReportName        PIC X(16).
           05  RiRunDate           PIC X(8).
           05  RiCycle             PIC 99.
           05  RiPageCount         PIC 9(5).
           05  RiLineCount         PIC 9(7).
