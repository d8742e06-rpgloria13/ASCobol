      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly account consolidation step.  Applies the
      *          supervisor's CONSOLQ.DAT requests (queued in the
      *          ConsolidateEntry session) to the generation Merge
      *          just wrote, before anything proves or promotes it:
      *          the old ID's balance is added to the surviving
      *          ID's ShopTotal and the old record dropped; every
      *          LEDGER.DAT row of the old ID is re-keyed to the new
      *          one and the move itself is posted as a CNO row on
      *          the old ID and a CNI row on the new; the contact
      *          card (STUDCONT.NEW), payment plan (PAYPLAN.NEW),
      *          open tool checkouts (TOOLCHK.DAT), holds
      *          (HOLDS.DAT), no-checks flag (NOCHECK.DAT), household
      *          link (HOUSEHLD.DAT), sponsorships (SPONSHIP.DAT) and
      *          sponsor items (SPONSAR.DAT) follow the account, so
      *          renumbering never lifts a hold or breaks up a
      *          family.  Every move is journaled to AUDITJRN.DAT
      *          under source CONSOLQ, and each retired ID is added
      *          to the CONSXREF.DAT cross-reference so inquiries
      *          and reports keyed with it find the new account.
      *          CONSOL.RPT lists each consolidation - the old
      *          account's prior balance, its activity this cycle,
      *          the amount moved and the combined balance - and
      *          proves the rewritten generation: the combined
      *          balances read back as computed, no retired ID is
      *          left on it, and its total is unchanged.  A request
      *          that cannot be applied stays on the queue; the
      *          applied ones go to CONSOLQ.APL for the cycle's
      *          archive.  The generation filename is read from the
      *          console (the nightly script pipes it in), the way
      *          Reconcile takes it.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcctConsolidate.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QueueFile ASSIGN TO "CONSOLQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Queue-Status.

           SELECT AppliedFile ASSIGN TO "CONSOLQ.APL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PriorFile ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Prior-Status.

           SELECT NewFile ASSIGN DYNAMIC New-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS New-Status.

           SELECT GenWorkFile ASSIGN TO "CONSGEN.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GenSortFile ASSIGN TO "CONSGEN.SRT".

           SELECT LedgerFile ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ledger-Status.

           SELECT LedgerWorkFile ASSIGN TO "CONSLDG.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ContactFile ASSIGN TO "STUDCONT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Contact-Status.

           SELECT ContactSortFile ASSIGN TO "CONSCONT.SRT".

           SELECT PlanFile ASSIGN TO "PAYPLAN.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Plan-Status.

           SELECT PlanSortFile ASSIGN TO "CONSPLAN.SRT".

           SELECT CheckoutFile ASSIGN TO "TOOLCHK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Checkout-Status.

           SELECT CheckoutWorkFile ASSIGN TO "CONSTOOL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CheckoutSortFile ASSIGN TO "CONSTOOL.SRT".

           SELECT HoldFile ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hold-Status.

           SELECT HoldSortFile ASSIGN TO "CONSHOLD.SRT".

           SELECT NoCheckFile ASSIGN TO "NOCHECK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NoCheck-Status.

           SELECT NoCheckSortFile ASSIGN TO "CONSNCHK.SRT".

           SELECT HouseholdFile ASSIGN TO "HOUSEHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Household-Status.

           SELECT HouseholdSortFile ASSIGN TO "CONSHH.SRT".

           SELECT SponsorshipFile ASSIGN TO "SPONSHIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sponsorship-Status.

           SELECT SponsorshipSortFile ASSIGN TO "CONSSHIP.SRT".

           SELECT SponsorChargeFile ASSIGN TO "SPONSAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SponsorChg-Status.

           SELECT SponsorChargeWorkFile ASSIGN TO "CONSSPAR.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT XrefFile ASSIGN TO "CONSXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Xref-Status.

           SELECT AuditJournalFile ASSIGN TO "AUDITJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Journal-Status.

           SELECT ReportFile ASSIGN TO "CONSOL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  QueueFile.
       01  QueueRec.
           COPY ConsolidationRequest.

       FD  AppliedFile.
       01  AppliedRec              PIC X(26).

       FD  PriorFile.
       01  PriorRec.
           COPY StudentMaster.

       FD  NewFile.
       01  NewRec.
           COPY StudentMaster.

       FD  GenWorkFile.
       01  GenWorkRec.
           COPY StudentMaster.

       SD  GenSortFile.
       01  GenSortRec.
           COPY StudentMaster.

       FD  LedgerFile.
       01  LedgerRec.
           COPY LedgerRecord.

       FD  LedgerWorkFile.
       01  LedgerWorkRec.
           COPY LedgerRecord.

       FD  ContactFile.
       01  ContactRec.
           COPY StudentContact.

       SD  ContactSortFile.
       01  ContactSortRec.
           COPY StudentContact.

       FD  PlanFile.
       01  PlanRec.
           COPY PaymentPlan.

       SD  PlanSortFile.
       01  PlanSortRec.
           COPY PaymentPlan.

       FD  CheckoutFile.
       01  CheckoutRec.
           COPY ToolCheckout.

       FD  CheckoutWorkFile.
       01  CheckoutWorkRec.
           COPY ToolCheckout.

       SD  CheckoutSortFile.
       01  CheckoutSortRec.
           COPY ToolCheckout.

       FD  HoldFile.
       01  HoldRec.
           COPY AccountHold.

       SD  HoldSortFile.
       01  HoldSortRec.
           COPY AccountHold.

       FD  NoCheckFile.
       01  NoCheckRec.
           COPY NoCheckList.

       SD  NoCheckSortFile.
       01  NoCheckSortRec.
           COPY NoCheckList.

       FD  HouseholdFile.
       01  HouseholdRec.
           COPY Household.

       SD  HouseholdSortFile.
       01  HouseholdSortRec.
           COPY Household.

       FD  SponsorshipFile.
       01  SponsorshipRec.
           COPY Sponsorship.

       SD  SponsorshipSortFile.
       01  SponsorshipSortRec.
           COPY Sponsorship.

       FD  SponsorChargeFile.
       01  SponsorChargeRec.
           COPY SponsorCharge.

       FD  SponsorChargeWorkFile.
       01  SponsorChargeWorkRec.
           COPY SponsorCharge.

       FD  XrefFile.
       01  XrefRec.
           COPY ConsolidationXref.

       FD  AuditJournalFile.
       01  AuditJournalRec.
           COPY AuditJournal.

       FD  ReportFile.
       01  ReportLine              PIC X(80).

       WORKING-STORAGE SECTION.
       01  Queue-Status         PIC XX.
       01  Prior-Status         PIC XX.
       01  New-Status           PIC XX.
       01  Ledger-Status        PIC XX.
       01  Contact-Status       PIC XX.
       01  Plan-Status          PIC XX.
       01  Checkout-Status      PIC XX.
       01  Hold-Status          PIC XX.
       01  NoCheck-Status       PIC XX.
       01  Household-Status     PIC XX.
       01  Sponsorship-Status   PIC XX.
       01  SponsorChg-Status    PIC XX.
       01  Xref-Status          PIC XX.
       01  Journal-Status       PIC XX.
       01  New-Filename         PIC X(40).
       01  Gen-Date             PIC X(8).
       01  Gen-Cycle            PIC 99.
       01  Read-EOF             PIC X.

      * CONSOLQ.DAT held in memory.  Each request carries what the
      * passes learn about it: the old ID's balance on the prior
      * master and on this generation, the new ID's balance before
      * any move, and the new ID's balance once this request (and
      * any earlier one into the same ID) is applied.  TbRqState is
      * A while the request is applying, R once it is refused.
       01  Request-Limit        PIC 9(3) VALUE 200.
       01  Request-Count        PIC 9(3) VALUE ZEROS.
       01  Request-Sub          PIC 9(3).
       01  Other-Sub            PIC 9(3).
       01  Request-Found        PIC X.
       01  Request-Table.
           05  Request-Entry OCCURS 200 TIMES.
               10  TbRqOldId           PIC 9(7).
               10  TbRqNewId           PIC 9(7).
               10  TbRqOperator        PIC X(4).
               10  TbRqDate            PIC X(8).
               10  TbRqState           PIC X.
               10  TbRqReason          PIC X(32).
               10  TbRqOldOnGen        PIC X.
               10  TbRqNewOnGen        PIC X.
               10  TbRqPriorOld        PIC 9(5)V99.
               10  TbRqOldBalance      PIC 9(5)V99.
               10  TbRqNewBalance      PIC 9(5)V99.
               10  TbRqCombined        PIC 9(6)V99.
               10  TbRqLedgerRows      PIC 9(5).
               10  TbRqContactMove     PIC X.
               10  TbRqPlanMove        PIC X.
               10  TbRqToolsMoved      PIC 9(3).
               10  TbRqHoldsMoved      PIC 9(1).
               10  TbRqNoCheckMove     PIC X.
               10  TbRqHouseholdMove   PIC X.
               10  TbRqShipsMoved      PIC 9(2).
               10  TbRqSponsorRows     PIC 9(5).

      * STUDCONT.NEW and PAYPLAN.NEW are rebuilt in memory: a card or
      * plan that moves may land on an ID that already has one.
       01  Contact-Limit        PIC 9(5) VALUE 5000.
       01  Contact-Count        PIC 9(5) VALUE ZEROS.
       01  Contact-Sub          PIC 9(5).
       01  Old-Contact-Sub      PIC 9(5).
       01  New-Contact-Sub      PIC 9(5).
       01  Contact-Table.
           05  Contact-Entry OCCURS 5000 TIMES.
               10  TbScStudentId       PIC 9(7).
               10  TbScAddress1        PIC X(25).
               10  TbScAddress2        PIC X(25).
               10  TbScCity            PIC X(15).
               10  TbScState           PIC X(2).
               10  TbScZip             PIC X(10).
               10  TbScGuardian        PIC X(25).
               10  TbScPhone           PIC X(12).

       01  Plan-Limit           PIC 9(4) VALUE 1000.
       01  Plan-Count           PIC 9(4) VALUE ZEROS.
       01  Plan-Sub             PIC 9(4).
       01  Old-Plan-Sub         PIC 9(4).
       01  New-Plan-Sub         PIC 9(4).
       01  Plan-Table.
           05  Plan-Entry OCCURS 1000 TIMES.
               10  TbPpStudentId       PIC 9(7).
               10  TbPpTotalOwed       PIC 9(5)V99.
               10  TbPpInstallAmount   PIC 9(5)V99.
               10  TbPpNextDueDate     PIC X(8).
               10  TbPpInstallsMet     PIC 9(3).
               10  TbPpStatus          PIC X.
               10  TbPpPaidToDate      PIC 9(7)V99.
               10  TbPpDueDay          PIC 99.
       01  Plan-Sum             PIC 9(7)V99.

      * HOLDS.DAT, NOCHECK.DAT, HOUSEHLD.DAT and SPONSHIP.DAT are
      * rebuilt in memory the same way: the surviving ID may already
      * carry the same hold, flag, household or sponsorship.
       01  Hold-Limit           PIC 9(4) VALUE 2000.
       01  Hold-Count           PIC 9(4) VALUE ZEROS.
       01  Hold-Sub             PIC 9(4).
       01  Other-Hold-Sub       PIC 9(4).
       01  Hold-Table.
           05  Hold-Entry OCCURS 2000 TIMES.
               10  TbAhStudentId       PIC 9(7).
               10  TbAhHoldCode        PIC X(1).
               10  TbAhReason          PIC X(20).
               10  TbAhOperator        PIC X(4).
               10  TbAhDate            PIC X(8).

       01  NoCheck-Limit        PIC 9(4) VALUE 2000.
       01  NoCheck-Count        PIC 9(4) VALUE ZEROS.
       01  NoCheck-Sub          PIC 9(4).
       01  Old-NoCheck-Sub      PIC 9(4).
       01  New-NoCheck-Sub      PIC 9(4).
       01  NoCheck-Table.
           05  NoCheck-Entry OCCURS 2000 TIMES.
               10  TbNkStudentId       PIC 9(7).
               10  TbNkReceiptNum      PIC 9(6).
               10  TbNkDate            PIC X(8).
               10  TbNkOperator        PIC X(4).

       01  Household-Limit      PIC 9(5) VALUE 5000.
       01  Household-Count      PIC 9(5) VALUE ZEROS.
       01  Household-Sub        PIC 9(5).
       01  Old-Household-Sub    PIC 9(5).
       01  New-Household-Sub    PIC 9(5).
       01  Household-Table.
           05  Household-Entry OCCURS 5000 TIMES.
               10  TbHhStudentId       PIC 9(7).
               10  TbHhHouseholdId     PIC 9(6).
               10  TbHhOperator        PIC X(4).
               10  TbHhDate            PIC X(8).

       01  Ship-Limit           PIC 9(4) VALUE 2000.
       01  Ship-Count           PIC 9(4) VALUE ZEROS.
       01  Ship-Sub             PIC 9(4).
       01  Other-Ship-Sub       PIC 9(4).
       01  Ship-Table.
           05  Ship-Entry OCCURS 2000 TIMES.
               10  TbSsStudentId       PIC 9(7).
               10  TbSsSponsorCode     PIC X(5).
               10  TbSsTerm            PIC X(6).
               10  TbSsFromDate        PIC X(8).
               10  TbSsThruDate        PIC X(8).
               10  TbSsPercent         PIC 9(3).
               10  TbSsCapAmount       PIC 9(5)V99.

       01  Search-Id            PIC 9(7).
       01  Match-Found          PIC X.
       01  Combined-Work        PIC 9(6)V99.
       01  Cycle-Activity       PIC S9(6)V99.
       01  Prove-Failed         PIC X VALUE "N".
       01  Gen-Total-Before     PIC 9(9)V99 VALUE ZEROS.
       01  Gen-Total-After      PIC 9(9)V99 VALUE ZEROS.
       01  Tot-Moved            PIC 9(9)V99 VALUE ZEROS.
       01  Cnt-Applied          PIC 9(5) VALUE ZEROS.
       01  Cnt-Refused          PIC 9(5) VALUE ZEROS.
       01  Cnt-Dropped          PIC 9(5) VALUE ZEROS.
       01  Cnt-Ledger-Rows      PIC 9(7) VALUE ZEROS.

      * How a moved record reads on the audit journal, e.g.
      * "TO 2000011" or "12 ROWS TO 2000011".
       01  Move-Image           PIC X(20).
       01  Rows-Image.
           05  RI-Rows             PIC ZZZ9.
           05  FILLER              PIC X(9) VALUE " ROWS TO ".
           05  RI-StudentId        PIC 9(7).
       01  Amount-Image         PIC ZZZZ9.99.

       01  Report-Heading       PIC X(80)
           VALUE "ACCOUNT CONSOLIDATION REPORT".

       01  Ident-Line.
           05  FILLER              PIC X(12) VALUE "GENERATION: ".
           05  IL-Filename         PIC X(40).

       01  Column-Line.
           05  FILLER              PIC X(18)
               VALUE "OLD ID   NEW ID   ".
           05  FILLER              PIC X(20)
               VALUE "OLD PRIOR OLD CYCLE ".
           05  FILLER              PIC X(20)
               VALUE "    MOVED   NEW WAS ".
           05  FILLER              PIC X(9)
               VALUE " COMBINED".

       01  Detail-Line.
           05  DL-OldId            PIC 9(7).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DL-NewId            PIC 9(7).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DL-PriorOld         PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  DL-CycleActivity    PIC --,--9.99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  DL-Moved            PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  DL-NewWas           PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  DL-Combined         PIC ZZZ,ZZ9.99.

       01  Moved-Line.
           05  FILLER              PIC X(18) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE "LEDGER ROWS: ".
           05  ML-LedgerRows       PIC ZZZZ9.
           05  FILLER              PIC X(10) VALUE " CONTACT: ".
           05  ML-Contact          PIC X(7).
           05  FILLER              PIC X(7) VALUE " PLAN: ".
           05  ML-Plan             PIC X(7).
           05  FILLER              PIC X(8) VALUE " TOOLS: ".
           05  ML-Tools            PIC ZZ9.

       01  Moved-Line-2.
           05  FILLER              PIC X(18) VALUE SPACES.
           05  FILLER              PIC X(7) VALUE "HOLDS: ".
           05  ML-Holds            PIC 9.
           05  FILLER              PIC X(12) VALUE " NO-CHECKS: ".
           05  ML-NoCheck          PIC X(7).
           05  FILLER              PIC X(12) VALUE " HOUSEHOLD: ".
           05  ML-Household        PIC X(7).
           05  FILLER              PIC X(11) VALUE " SPONSORS: ".
           05  ML-Ships            PIC Z9.

       01  Refused-Heading      PIC X(80)
           VALUE "REQUESTS REFUSED - LEFT ON CONSOLQ.DAT".

       01  Refused-Line.
           05  RL-OldId            PIC 9(7).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RL-NewId            PIC 9(7).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RL-Reason           PIC X(32).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RL-Operator         PIC X(4).

       01  Count-Line.
           05  CL-Label            PIC X(34).
           05  CL-Count            PIC ZZZ,ZZ9.

       01  Total-Line.
           05  TL-Label            PIC X(34).
           05  TL-Amount           PIC ----,---,--9.99.

       PROCEDURE DIVISION.
       Begin.
           DISPLAY "NEW GENERATION FILENAME: "
           ACCEPT New-Filename
           PERFORM Parse-Generation-Name
           PERFORM Load-Request-Table

           OPEN OUTPUT ReportFile
           WRITE ReportLine FROM Report-Heading
           MOVE New-Filename TO IL-Filename
           WRITE ReportLine FROM Ident-Line
           MOVE SPACES TO ReportLine
           WRITE ReportLine

           IF Request-Count = ZEROS
               MOVE "NO CONSOLIDATIONS QUEUED" TO ReportLine
               WRITE ReportLine
               PERFORM Write-Consolidation-Totals
               CLOSE ReportFile
               DISPLAY "NO CONSOLIDATIONS QUEUED"
               STOP RUN
           END-IF

           PERFORM Screen-Queued-Requests
           PERFORM Find-Prior-Balances
           PERFORM Find-Generation-Balances
           PERFORM Settle-Combined-Balances

           IF Cnt-Applied > ZEROS
               OPEN EXTEND AuditJournalFile
               IF Journal-Status = "35"
                   OPEN OUTPUT AuditJournalFile
               END-IF
               PERFORM Rewrite-Generation
               PERFORM Rekey-Ledger
               PERFORM Move-Contacts
               PERFORM Move-Plans
               PERFORM Move-Open-Checkouts
               PERFORM Move-Holds
               PERFORM Move-No-Check-Flags
               PERFORM Move-Households
               PERFORM Move-Sponsorships
               PERFORM Rekey-Sponsor-Charges
               CLOSE AuditJournalFile
               PERFORM Prove-Generation
               IF Prove-Failed = "N"
                   PERFORM Write-Cross-Reference
               END-IF
           END-IF

           PERFORM Write-Consolidation-Details
           PERFORM Write-Consolidation-Totals
           CLOSE ReportFile

           IF Prove-Failed = "Y"
               DISPLAY "ABORTED - CONSOLIDATED GENERATION DOES NOT"
                   " PROVE - SEE CONSOL.RPT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Rewrite-Queue-File

           DISPLAY "ACCOUNTS CONSOLIDATED: " Cnt-Applied
           DISPLAY "REQUESTS REFUSED:      " Cnt-Refused
           STOP RUN.

      ******************************************************************
      * The generation name carries the business date and cycle
      * number (STUDENTS.NEW.ccyymmdd.nn); the CNO/CNI ledger rows and
      * the journal are stamped with them so Reconcile proves the
      * moves as part of this cycle.  BackOut finds the CNO/CNI rows
      * by the same stamp and refuses to back out a cycle that
      * carries them - the re-keyed history cannot be undone.
      ******************************************************************
       Parse-Generation-Name.
           IF New-Filename(1:13) NOT = "STUDENTS.NEW."
               OR New-Filename(14:8) IS NOT NUMERIC
               OR New-Filename(23:2) IS NOT NUMERIC
               DISPLAY "ABORTED - UNRECOGNIZED GENERATION NAME "
                   New-Filename
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE New-Filename(14:8) TO Gen-Date
           MOVE New-Filename(23:2) TO Gen-Cycle.

      * A missing queue file just means nothing is waiting.
       Load-Request-Table.
           OPEN INPUT QueueFile
           IF Queue-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ QueueFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       PERFORM Store-One-Request
               END-READ
           END-PERFORM
           CLOSE QueueFile.

       Store-One-Request.
           IF Request-Count >= Request-Limit
               DISPLAY "ABORTED - MORE THAN " Request-Limit
                   " REQUESTS ON CONSOLQ.DAT - RAISE THE TABLE LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO Request-Count
           INITIALIZE Request-Entry(Request-Count)
           MOVE CqOldId TO TbRqOldId(Request-Count)
           MOVE CqNewId TO TbRqNewId(Request-Count)
           MOVE CqOperator TO TbRqOperator(Request-Count)
           MOVE CqDate TO TbRqDate(Request-Count)
           MOVE "A" TO TbRqState(Request-Count)
           MOVE "N" TO TbRqOldOnGen(Request-Count)
           MOVE "N" TO TbRqNewOnGen(Request-Count)
           MOVE "N" TO TbRqContactMove(Request-Count)
           MOVE "N" TO TbRqPlanMove(Request-Count)
           MOVE "N" TO TbRqNoCheckMove(Request-Count)
           MOVE "N" TO TbRqHouseholdMove(Request-Count).

      ******************************************************************
      * ConsolidateEntry refuses chained and duplicate requests at
      * the keyboard, but the queue is a plain file - the batch
      * checks again.  The earlier request wins: a later one that
      * retires an ID already retired, folds into an ID being
      * retired, or retires an ID that is absorbing another, is
      * refused and left on the queue for tomorrow.
      ******************************************************************
       Screen-Queued-Requests.
           PERFORM VARYING Request-Sub FROM 1 BY 1
               UNTIL Request-Sub > Request-Count
               IF TbRqOldId(Request-Sub) = TbRqNewId(Request-Sub)
                   MOVE "OLD AND NEW ID ARE THE SAME"
                       TO TbRqReason(Request-Sub)
                   PERFORM Refuse-Request
               ELSE
                   PERFORM Screen-Against-Earlier
               END-IF
           END-PERFORM.

       Screen-Against-Earlier.
           PERFORM VARYING Other-Sub FROM 1 BY 1
               UNTIL Other-Sub >= Request-Sub
               OR TbRqState(Request-Sub) = "R"
               IF TbRqState(Other-Sub) = "A"
                   IF TbRqOldId(Other-Sub) = TbRqOldId(Request-Sub)
                       OR TbRqOldId(Other-Sub) =
                           TbRqNewId(Request-Sub)
                       OR TbRqNewId(Other-Sub) =
                           TbRqOldId(Request-Sub)
                       MOVE "CHAINS INTO AN EARLIER REQUEST"
                           TO TbRqReason(Request-Sub)
                       PERFORM Refuse-Request
                   END-IF
               END-IF
           END-PERFORM.

       Refuse-Request.
           MOVE "R" TO TbRqState(Request-Sub)
           ADD 1 TO Cnt-Refused.

      ******************************************************************
      * The old ID's balance on the prior master is what the CNO and
      * CNI rows move - the old account's activity this cycle is
      * re-keyed to the new ID with the rest of its ledger, so
      * Reconcile proves each ID as prior + this cycle's rows = new.
      * An old ID added this very cycle has no prior balance.
      ******************************************************************
       Find-Prior-Balances.
           OPEN INPUT PriorFile
           IF Prior-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN STUDENTS.DAT, STATUS "
                   Prior-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ PriorFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       PERFORM Note-One-Prior
               END-READ
           END-PERFORM
           CLOSE PriorFile.

       Note-One-Prior.
           PERFORM VARYING Request-Sub FROM 1 BY 1
               UNTIL Request-Sub > Request-Count
               IF TbRqState(Request-Sub) = "A"
                   AND TbRqOldId(Request-Sub) = StudentId OF PriorRec
                   MOVE ShopTotal OF PriorRec
                       TO TbRqPriorOld(Request-Sub)
               END-IF
           END-PERFORM.

       Find-Generation-Balances.
           OPEN INPUT NewFile
           IF New-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN " New-Filename
                   ", STATUS " New-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ NewFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       ADD ShopTotal OF NewRec TO Gen-Total-Before
                       PERFORM Note-One-Generation
               END-READ
           END-PERFORM
           CLOSE NewFile.

       Note-One-Generation.
           PERFORM VARYING Request-Sub FROM 1 BY 1
               UNTIL Request-Sub > Request-Count
               IF TbRqOldId(Request-Sub) = StudentId OF NewRec
                   MOVE "Y" TO TbRqOldOnGen(Request-Sub)
                   MOVE ShopTotal OF NewRec
                       TO TbRqOldBalance(Request-Sub)
               END-IF
               IF TbRqNewId(Request-Sub) = StudentId OF NewRec
                   MOVE "Y" TO TbRqNewOnGen(Request-Sub)
                   MOVE ShopTotal OF NewRec
                       TO TbRqNewBalance(Request-Sub)
               END-IF
           END-PERFORM.

      ******************************************************************
      * Both IDs must have survived tonight's Merge - a withdrawal
      * this cycle takes precedence over the request - and the
      * combined balance must fit ShopTotal.  Several old IDs may
      * fold into one new ID; each request's combined figure carries
      * every earlier move into the same ID.
      ******************************************************************
       Settle-Combined-Balances.
           PERFORM VARYING Request-Sub FROM 1 BY 1
               UNTIL Request-Sub > Request-Count
               IF TbRqState(Request-Sub) = "A"
                   PERFORM Settle-One-Request
               END-IF
           END-PERFORM.

       Settle-One-Request.
           IF TbRqOldOnGen(Request-Sub) = "N"
               MOVE "OLD ID NOT ON THIS GENERATION"
                   TO TbRqReason(Request-Sub)
               PERFORM Refuse-Request
               EXIT PARAGRAPH
           END-IF
           IF TbRqNewOnGen(Request-Sub) = "N"
               MOVE "NEW ID NOT ON THIS GENERATION"
                   TO TbRqReason(Request-Sub)
               PERFORM Refuse-Request
               EXIT PARAGRAPH
           END-IF
           COMPUTE Combined-Work = TbRqNewBalance(Request-Sub)
               + TbRqOldBalance(Request-Sub)
           PERFORM VARYING Other-Sub FROM 1 BY 1
               UNTIL Other-Sub >= Request-Sub
               IF TbRqState(Other-Sub) = "A"
                   AND TbRqNewId(Other-Sub) = TbRqNewId(Request-Sub)
                   ADD TbRqOldBalance(Other-Sub) TO Combined-Work
               END-IF
           END-PERFORM
           IF Combined-Work > 99999.99
               MOVE "COMBINED BALANCE OVER 99,999.99"
                   TO TbRqReason(Request-Sub)
               PERFORM Refuse-Request
               EXIT PARAGRAPH
           END-IF
           MOVE Combined-Work TO TbRqCombined(Request-Sub)
           ADD TbRqOldBalance(Request-Sub) TO Tot-Moved
           ADD 1 TO Cnt-Applied.

      * Journal rows name the retired ID as the student, so the
      * whole story of a consolidation reads off one ID - all but
      * the surviving record's own SHOPTOTAL change.
       Start-Journal-Entry.
           MOVE SPACES TO AuditJournalRec
           MOVE TbRqOldId(Request-Sub) TO AjStudentId
           MOVE Gen-Date TO AjRunDate
           MOVE Gen-Cycle TO AjCycle
           MOVE "CONSOLQ" TO AjSourceFile
           MOVE TbRqOperator(Request-Sub) TO AjOperator
           MOVE SPACES TO Move-Image
           STRING "TO " TbRqNewId(Request-Sub) DELIMITED BY SIZE
               INTO Move-Image.

      ******************************************************************
      * The generation is copied through with every retired record
      * dropped and every surviving record's ShopTotal raised by the
      * balances folded into it, then sorted back over itself.
      ******************************************************************
       Rewrite-Generation.
           OPEN INPUT NewFile
           OPEN OUTPUT GenWorkFile
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ NewFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       PERFORM Rewrite-One-Student
               END-READ
           END-PERFORM
           CLOSE NewFile
           CLOSE GenWorkFile
           SORT GenSortFile
               ON ASCENDING KEY StudentId OF GenSortRec
               USING GenWorkFile
               GIVING NewFile.

       Rewrite-One-Student.
           MOVE StudentId OF NewRec TO Search-Id
           PERFORM Find-Applying-Old
           IF Request-Found = "Y"
               PERFORM Start-Journal-Entry
               MOVE "RECORD" TO AjFieldName
               MOVE ShopTotal OF NewRec TO Amount-Image
               MOVE Amount-Image TO AjBeforeImage
               MOVE Move-Image TO AjAfterImage
               WRITE AuditJournalRec
               ADD 1 TO Cnt-Dropped
               EXIT PARAGRAPH
           END-IF
           MOVE NewRec TO GenWorkRec
           PERFORM VARYING Request-Sub FROM 1 BY 1
               UNTIL Request-Sub > Request-Count
               IF TbRqState(Request-Sub) = "A"
                   AND TbRqNewId(Request-Sub) = Search-Id
                   PERFORM Start-Journal-Entry
                   MOVE "SHOPTOTAL" TO AjFieldName
                   MOVE ShopTotal OF GenWorkRec TO Amount-Image
                   MOVE Amount-Image TO AjBeforeImage
                   ADD TbRqOldBalance(Request-Sub)
                       TO ShopTotal OF GenWorkRec
                   MOVE ShopTotal OF GenWorkRec TO Amount-Image
                   MOVE Amount-Image TO AjAfterImage
                   MOVE TbRqNewId(Request-Sub) TO AjStudentId
                   WRITE AuditJournalRec
               END-IF
           END-PERFORM
           WRITE GenWorkRec.

       Find-Applying-Old.
           MOVE "N" TO Request-Found
           PERFORM VARYING Request-Sub FROM 1 BY 1
               UNTIL Request-Sub > Request-Count
               OR Request-Found = "Y"
               IF TbRqState(Request-Sub) = "A"
                   AND TbRqOldId(Request-Sub) = Search-Id
                   MOVE "Y" TO Request-Found
               END-IF
           END-PERFORM
           IF Request-Found = "Y"
               SUBTRACT 1 FROM Request-Sub
           END-IF.

      ******************************************************************
      * Every LEDGER.DAT row of a retired ID, back to its opening, is
      * re-keyed to the new ID, so statements, aging and history on
      * the surviving account cover everything the family was ever
      * charged or paid.  A row with no document reference of its
      * own is marked FROM=<old ID> so the origin still shows.  The
      * ledger keeps its posting order; the move itself is then
      * posted as a CNO row (old ID, prior balance moved out) and a
      * CNI row (new ID, the same amount moved in, balance after =
      * the combined ShopTotal) dated with this cycle.
      ******************************************************************
       Rekey-Ledger.
           OPEN INPUT LedgerFile
           IF Ledger-Status = "35"
               OPEN OUTPUT LedgerFile
               CLOSE LedgerFile
               OPEN INPUT LedgerFile
           END-IF
           IF Ledger-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN LEDGER.DAT, STATUS "
                   Ledger-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LedgerWorkFile
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ LedgerFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       PERFORM Rekey-One-Ledger-Row
               END-READ
           END-PERFORM
           CLOSE LedgerFile
           PERFORM VARYING Request-Sub FROM 1 BY 1
               UNTIL Request-Sub > Request-Count
               IF TbRqState(Request-Sub) = "A"
                   PERFORM Post-Move-Rows
               END-IF
           END-PERFORM
           CLOSE LedgerWorkFile

           OPEN INPUT LedgerWorkFile
           OPEN OUTPUT LedgerFile
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ LedgerWorkFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       MOVE LedgerWorkRec TO LedgerRec
                       WRITE LedgerRec
               END-READ
           END-PERFORM
           CLOSE LedgerWorkFile
           CLOSE LedgerFile.

       Rekey-One-Ledger-Row.
           MOVE LedgerRec TO LedgerWorkRec
           MOVE LgStudentId OF LedgerRec TO Search-Id
           PERFORM Find-Applying-Old
           IF Request-Found = "Y"
               MOVE TbRqNewId(Request-Sub)
                   TO LgStudentId OF LedgerWorkRec
               IF LgReference OF LedgerWorkRec = SPACES
                   STRING "FROM=" Search-Id DELIMITED BY SIZE
                       INTO LgReference OF LedgerWorkRec
               END-IF
               ADD 1 TO TbRqLedgerRows(Request-Sub)
               ADD 1 TO Cnt-Ledger-Rows
           END-IF
           WRITE LedgerWorkRec.

       Post-Move-Rows.
           MOVE SPACES TO LedgerWorkRec
           MOVE TbRqOldId(Request-Sub) TO LgStudentId OF LedgerWorkRec
           MOVE Gen-Date TO LgRunDate OF LedgerWorkRec
           MOVE Gen-Cycle TO LgCycle OF LedgerWorkRec
           MOVE "CNO" TO LgTransType OF LedgerWorkRec
           MOVE TbRqPriorOld(Request-Sub) TO LgAmount OF LedgerWorkRec
           MOVE ZEROS TO LgBalanceAfter OF LedgerWorkRec
           STRING "TO=" TbRqNewId(Request-Sub) DELIMITED BY SIZE
               INTO LgReference OF LedgerWorkRec
           WRITE LedgerWorkRec

           MOVE SPACES TO LedgerWorkRec
           MOVE TbRqNewId(Request-Sub) TO LgStudentId OF LedgerWorkRec
           MOVE Gen-Date TO LgRunDate OF LedgerWorkRec
           MOVE Gen-Cycle TO LgCycle OF LedgerWorkRec
           MOVE "CNI" TO LgTransType OF LedgerWorkRec
           MOVE TbRqPriorOld(Request-Sub) TO LgAmount OF LedgerWorkRec
           MOVE TbRqCombined(Request-Sub)
               TO LgBalanceAfter OF LedgerWorkRec
           STRING "FROM=" TbRqOldId(Request-Sub) DELIMITED BY SIZE
               INTO LgReference OF LedgerWorkRec
           WRITE LedgerWorkRec

           PERFORM Start-Journal-Entry
           MOVE "LEDGER" TO AjFieldName
           MOVE TbRqLedgerRows(Request-Sub) TO RI-Rows
           MOVE TbRqNewId(Request-Sub) TO RI-StudentId
           MOVE Rows-Image TO AjAfterImage
           WRITE AuditJournalRec.

      ******************************************************************
      * The contact card moves with the account unless the surviving
      * ID already has one - the surviving family's card is the one
      * on record, and the retired card is dropped (its image stays
      * on the journal).  STUDCONT.NEW is Merge's output for this
      * cycle; no file means no contact file exists yet.
      ******************************************************************
       Move-Contacts.
           OPEN INPUT ContactFile
           IF Contact-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ ContactFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       PERFORM Store-One-Contact
               END-READ
           END-PERFORM
           CLOSE ContactFile

           PERFORM VARYING Request-Sub FROM 1 BY 1
               UNTIL Request-Sub > Request-Count
               IF TbRqState(Request-Sub) = "A"
                   PERFORM Move-One-Contact
               END-IF
           END-PERFORM

           OPEN OUTPUT ContactFile
           PERFORM VARYING Contact-Sub FROM 1 BY 1
               UNTIL Contact-Sub > Contact-Count
               IF TbScStudentId(Contact-Sub)
                   NOT = ZEROS
                   MOVE Contact-Entry(Contact-Sub) TO ContactRec
                   WRITE ContactRec
               END-IF
           END-PERFORM
           CLOSE ContactFile
           SORT ContactSortFile
               ON ASCENDING KEY ScStudentId OF ContactSortRec
               USING ContactFile
               GIVING ContactFile.

       Store-One-Contact.
           IF Contact-Count >= Contact-Limit
               DISPLAY "ABORTED - MORE THAN " Contact-Limit
                   " RECORDS ON STUDCONT.NEW - RAISE THE TABLE LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO Contact-Count
           MOVE ContactRec TO Contact-Entry(Contact-Count).

       Move-One-Contact.
           MOVE ZEROS TO Old-Contact-Sub
           MOVE ZEROS TO New-Contact-Sub
           PERFORM VARYING Contact-Sub FROM 1 BY 1
               UNTIL Contact-Sub > Contact-Count
               IF TbScStudentId(Contact-Sub) =
                   TbRqOldId(Request-Sub)
                   MOVE Contact-Sub TO Old-Contact-Sub
               END-IF
               IF TbScStudentId(Contact-Sub) =
                   TbRqNewId(Request-Sub)
                   MOVE Contact-Sub TO New-Contact-Sub
               END-IF
           END-PERFORM
           IF Old-Contact-Sub = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM Start-Journal-Entry
           MOVE "CONTACT" TO AjFieldName
           MOVE TbScGuardian(Old-Contact-Sub)
               TO AjBeforeImage
           IF New-Contact-Sub = ZEROS
               MOVE TbRqNewId(Request-Sub)
                   TO TbScStudentId(Old-Contact-Sub)
               MOVE "M" TO TbRqContactMove(Request-Sub)
               MOVE Move-Image TO AjAfterImage
           ELSE
               MOVE ZEROS
                   TO TbScStudentId(Old-Contact-Sub)
               MOVE "D" TO TbRqContactMove(Request-Sub)
               MOVE "DROPPED" TO AjAfterImage
           END-IF
           WRITE AuditJournalRec.

      ******************************************************************
      * A payment plan moves with the account.  When the surviving
      * ID already has a plan the two become one: the amounts owed,
      * the installments and the paid-to-date add together, the
      * earlier next-due date and the lower installment count stand,
      * and a past-due plan on either side leaves the combined plan
      * past due until Merge next clears it.
      ******************************************************************
       Move-Plans.
           OPEN INPUT PlanFile
           IF Plan-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ PlanFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       PERFORM Store-One-Plan
               END-READ
           END-PERFORM
           CLOSE PlanFile

           PERFORM VARYING Request-Sub FROM 1 BY 1
               UNTIL Request-Sub > Request-Count
               IF TbRqState(Request-Sub) = "A"
                   PERFORM Move-One-Plan
               END-IF
           END-PERFORM

           OPEN OUTPUT PlanFile
           PERFORM VARYING Plan-Sub FROM 1 BY 1
               UNTIL Plan-Sub > Plan-Count
               IF TbPpStudentId(Plan-Sub) NOT = ZEROS
                   MOVE Plan-Entry(Plan-Sub) TO PlanRec
                   WRITE PlanRec
               END-IF
           END-PERFORM
           CLOSE PlanFile
           SORT PlanSortFile
               ON ASCENDING KEY PpStudentId OF PlanSortRec
               USING PlanFile
               GIVING PlanFile.

       Store-One-Plan.
           IF Plan-Count >= Plan-Limit
               DISPLAY "ABORTED - MORE THAN " Plan-Limit
                   " RECORDS ON PAYPLAN.NEW - RAISE THE TABLE LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO Plan-Count
           MOVE PlanRec TO Plan-Entry(Plan-Count).

       Move-One-Plan.
           MOVE ZEROS TO Old-Plan-Sub
           MOVE ZEROS TO New-Plan-Sub
           PERFORM VARYING Plan-Sub FROM 1 BY 1
               UNTIL Plan-Sub > Plan-Count
               IF TbPpStudentId(Plan-Sub) =
                   TbRqOldId(Request-Sub)
                   MOVE Plan-Sub TO Old-Plan-Sub
               END-IF
               IF TbPpStudentId(Plan-Sub) =
                   TbRqNewId(Request-Sub)
                   MOVE Plan-Sub TO New-Plan-Sub
               END-IF
           END-PERFORM
           IF Old-Plan-Sub = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM Start-Journal-Entry
           MOVE "PAYPLAN" TO AjFieldName
           MOVE TbPpTotalOwed(Old-Plan-Sub)
               TO Amount-Image
           MOVE Amount-Image TO AjBeforeImage
           IF New-Plan-Sub = ZEROS
               MOVE TbRqNewId(Request-Sub)
                   TO TbPpStudentId(Old-Plan-Sub)
               MOVE "M" TO TbRqPlanMove(Request-Sub)
               MOVE Move-Image TO AjAfterImage
           ELSE
               PERFORM Combine-Two-Plans
               MOVE ZEROS TO TbPpStudentId(Old-Plan-Sub)
               MOVE "C" TO TbRqPlanMove(Request-Sub)
               MOVE SPACES TO Move-Image
               STRING "JOINED TO " TbRqNewId(Request-Sub)
                   DELIMITED BY SIZE INTO Move-Image
               MOVE Move-Image TO AjAfterImage
           END-IF
           WRITE AuditJournalRec.

       Combine-Two-Plans.
           COMPUTE Plan-Sum = TbPpTotalOwed(New-Plan-Sub)
               + TbPpTotalOwed(Old-Plan-Sub)
           IF Plan-Sum > 99999.99
               MOVE 99999.99 TO Plan-Sum
           END-IF
           MOVE Plan-Sum TO TbPpTotalOwed(New-Plan-Sub)
           COMPUTE Plan-Sum =
               TbPpInstallAmount(New-Plan-Sub)
               + TbPpInstallAmount(Old-Plan-Sub)
           IF Plan-Sum > 99999.99
               MOVE 99999.99 TO Plan-Sum
           END-IF
           MOVE Plan-Sum TO TbPpInstallAmount(New-Plan-Sub)
           ADD TbPpPaidToDate(Old-Plan-Sub)
               TO TbPpPaidToDate(New-Plan-Sub)
           IF TbPpNextDueDate(Old-Plan-Sub) <
               TbPpNextDueDate(New-Plan-Sub)
               MOVE TbPpNextDueDate(Old-Plan-Sub)
                   TO TbPpNextDueDate(New-Plan-Sub)
               MOVE TbPpDueDay(Old-Plan-Sub)
                   TO TbPpDueDay(New-Plan-Sub)
           END-IF
           IF TbPpInstallsMet(Old-Plan-Sub) <
               TbPpInstallsMet(New-Plan-Sub)
               MOVE TbPpInstallsMet(Old-Plan-Sub)
                   TO TbPpInstallsMet(New-Plan-Sub)
           END-IF
           IF TbPpStatus(Old-Plan-Sub) = "P"
               MOVE "P" TO TbPpStatus(New-Plan-Sub)
           END-IF
           IF TbPpStatus(New-Plan-Sub) = "C"
               AND TbPpStatus(Old-Plan-Sub) = "A"
               MOVE "A" TO TbPpStatus(New-Plan-Sub)
           END-IF.

      ******************************************************************
      * Open checkouts follow the account so the tool hold and the
      * withdrawal block land on the surviving ID; returned ones
      * stay under the old ID as history.  ToolEntry keeps the file
      * in student order, so it is sorted back over itself.
      ******************************************************************
       Move-Open-Checkouts.
           OPEN INPUT CheckoutFile
           IF Checkout-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CheckoutWorkFile
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ CheckoutFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       PERFORM Move-One-Checkout
               END-READ
           END-PERFORM
           CLOSE CheckoutFile
           CLOSE CheckoutWorkFile
           SORT CheckoutSortFile
               ON ASCENDING KEY TcStudentId OF CheckoutSortRec
               USING CheckoutWorkFile
               GIVING CheckoutFile.

       Move-One-Checkout.
           MOVE CheckoutRec TO CheckoutWorkRec
           IF TcReturnDate OF CheckoutRec = SPACES
               MOVE TcStudentId OF CheckoutRec TO Search-Id
               PERFORM Find-Applying-Old
               IF Request-Found = "Y"
                   MOVE TbRqNewId(Request-Sub)
                       TO TcStudentId OF CheckoutWorkRec
                   ADD 1 TO TbRqToolsMoved(Request-Sub)
                   PERFORM Start-Journal-Entry
                   MOVE "TOOLCHK" TO AjFieldName
                   MOVE TcToolCode OF CheckoutRec TO AjBeforeImage
                   MOVE Move-Image TO AjAfterImage
                   WRITE AuditJournalRec
               END-IF
           END-IF
           WRITE CheckoutWorkRec.

      ******************************************************************
      * A hold follows the account, so renumbering a student never
      * lifts a credit, returned-check, tool or administrative hold.
      * The surviving ID carries one hold per code at most; where it
      * already has the same code its own hold stands and the
      * retired one is dropped (its reason stays on the journal).
      ******************************************************************
       Move-Holds.
           OPEN INPUT HoldFile
           IF Hold-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ HoldFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       PERFORM Store-One-Hold
               END-READ
           END-PERFORM
           CLOSE HoldFile

           PERFORM VARYING Request-Sub FROM 1 BY 1
               UNTIL Request-Sub > Request-Count
               IF TbRqState(Request-Sub) = "A"
                   PERFORM VARYING Hold-Sub FROM 1 BY 1
                       UNTIL Hold-Sub > Hold-Count
                       IF TbAhStudentId(Hold-Sub) =
                           TbRqOldId(Request-Sub)
                           PERFORM Move-One-Hold
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           OPEN OUTPUT HoldFile
           PERFORM VARYING Hold-Sub FROM 1 BY 1
               UNTIL Hold-Sub > Hold-Count
               IF TbAhStudentId(Hold-Sub) NOT = ZEROS
                   MOVE Hold-Entry(Hold-Sub) TO HoldRec
                   WRITE HoldRec
               END-IF
           END-PERFORM
           CLOSE HoldFile
           SORT HoldSortFile
               ON ASCENDING KEY AhStudentId OF HoldSortRec
                                AhHoldCode OF HoldSortRec
               USING HoldFile
               GIVING HoldFile.

       Store-One-Hold.
           IF Hold-Count >= Hold-Limit
               DISPLAY "ABORTED - MORE THAN " Hold-Limit
                   " RECORDS ON HOLDS.DAT - RAISE THE TABLE LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO Hold-Count
           MOVE HoldRec TO Hold-Entry(Hold-Count).

       Move-One-Hold.
           MOVE "N" TO Match-Found
           PERFORM VARYING Other-Hold-Sub FROM 1 BY 1
               UNTIL Other-Hold-Sub > Hold-Count
               IF TbAhStudentId(Other-Hold-Sub) =
                   TbRqNewId(Request-Sub)
                   AND TbAhHoldCode(Other-Hold-Sub) =
                       TbAhHoldCode(Hold-Sub)
                   MOVE "Y" TO Match-Found
               END-IF
           END-PERFORM
           PERFORM Start-Journal-Entry
           MOVE "HOLD" TO AjFieldName
           STRING TbAhHoldCode(Hold-Sub) " " TbAhReason(Hold-Sub)
               DELIMITED BY SIZE INTO AjBeforeImage
           IF Match-Found = "Y"
               MOVE ZEROS TO TbAhStudentId(Hold-Sub)
               MOVE "DROPPED" TO AjAfterImage
           ELSE
               MOVE TbRqNewId(Request-Sub) TO TbAhStudentId(Hold-Sub)
               ADD 1 TO TbRqHoldsMoved(Request-Sub)
               MOVE Move-Image TO AjAfterImage
           END-IF
           WRITE AuditJournalRec.

      ******************************************************************
      * The no-checks flag follows the account the same way, so
      * TransEntry goes on refusing checks under the surviving ID.
      * The file holds one flag per student; where the surviving ID
      * is already flagged its own flag stands.
      ******************************************************************
       Move-No-Check-Flags.
           OPEN INPUT NoCheckFile
           IF NoCheck-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ NoCheckFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       PERFORM Store-One-No-Check
               END-READ
           END-PERFORM
           CLOSE NoCheckFile

           PERFORM VARYING Request-Sub FROM 1 BY 1
               UNTIL Request-Sub > Request-Count
               IF TbRqState(Request-Sub) = "A"
                   PERFORM Move-One-No-Check
               END-IF
           END-PERFORM

           OPEN OUTPUT NoCheckFile
           PERFORM VARYING NoCheck-Sub FROM 1 BY 1
               UNTIL NoCheck-Sub > NoCheck-Count
               IF TbNkStudentId(NoCheck-Sub) NOT = ZEROS
                   MOVE NoCheck-Entry(NoCheck-Sub) TO NoCheckRec
                   WRITE NoCheckRec
               END-IF
           END-PERFORM
           CLOSE NoCheckFile
           SORT NoCheckSortFile
               ON ASCENDING KEY NkStudentId OF NoCheckSortRec
               USING NoCheckFile
               GIVING NoCheckFile.

       Store-One-No-Check.
           IF NoCheck-Count >= NoCheck-Limit
               DISPLAY "ABORTED - MORE THAN " NoCheck-Limit
                   " RECORDS ON NOCHECK.DAT - RAISE THE TABLE LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NoCheck-Count
           MOVE NoCheckRec TO NoCheck-Entry(NoCheck-Count).

       Move-One-No-Check.
           MOVE ZEROS TO Old-NoCheck-Sub
           MOVE ZEROS TO New-NoCheck-Sub
           PERFORM VARYING NoCheck-Sub FROM 1 BY 1
               UNTIL NoCheck-Sub > NoCheck-Count
               IF TbNkStudentId(NoCheck-Sub) =
                   TbRqOldId(Request-Sub)
                   MOVE NoCheck-Sub TO Old-NoCheck-Sub
               END-IF
               IF TbNkStudentId(NoCheck-Sub) =
                   TbRqNewId(Request-Sub)
                   MOVE NoCheck-Sub TO New-NoCheck-Sub
               END-IF
           END-PERFORM
           IF Old-NoCheck-Sub = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM Start-Journal-Entry
           MOVE "NOCHECK" TO AjFieldName
           STRING "RECEIPT " TbNkReceiptNum(Old-NoCheck-Sub)
               DELIMITED BY SIZE INTO AjBeforeImage
           IF New-NoCheck-Sub = ZEROS
               MOVE TbRqNewId(Request-Sub)
                   TO TbNkStudentId(Old-NoCheck-Sub)
               MOVE "M" TO TbRqNoCheckMove(Request-Sub)
               MOVE Move-Image TO AjAfterImage
           ELSE
               MOVE ZEROS TO TbNkStudentId(Old-NoCheck-Sub)
               MOVE "D" TO TbRqNoCheckMove(Request-Sub)
               MOVE "DROPPED" TO AjAfterImage
           END-IF
           WRITE AuditJournalRec.

      ******************************************************************
      * The household link follows the account, so the surviving ID
      * stays on its family's consolidated statement.  A student
      * belongs to one household at most; where the surviving ID is
      * already linked its own household stands and the retired
      * link is dropped.
      ******************************************************************
       Move-Households.
           OPEN INPUT HouseholdFile
           IF Household-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ HouseholdFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       PERFORM Store-One-Household
               END-READ
           END-PERFORM
           CLOSE HouseholdFile

           PERFORM VARYING Request-Sub FROM 1 BY 1
               UNTIL Request-Sub > Request-Count
               IF TbRqState(Request-Sub) = "A"
                   PERFORM Move-One-Household
               END-IF
           END-PERFORM

           OPEN OUTPUT HouseholdFile
           PERFORM VARYING Household-Sub FROM 1 BY 1
               UNTIL Household-Sub > Household-Count
               IF TbHhStudentId(Household-Sub) NOT = ZEROS
                   MOVE Household-Entry(Household-Sub)
                       TO HouseholdRec
                   WRITE HouseholdRec
               END-IF
           END-PERFORM
           CLOSE HouseholdFile
           SORT HouseholdSortFile
               ON ASCENDING KEY HhStudentId OF HouseholdSortRec
               USING HouseholdFile
               GIVING HouseholdFile.

       Store-One-Household.
           IF Household-Count >= Household-Limit
               DISPLAY "ABORTED - MORE THAN " Household-Limit
                   " RECORDS ON HOUSEHLD.DAT - RAISE THE TABLE LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO Household-Count
           MOVE HouseholdRec TO Household-Entry(Household-Count).

       Move-One-Household.
           MOVE ZEROS TO Old-Household-Sub
           MOVE ZEROS TO New-Household-Sub
           PERFORM VARYING Household-Sub FROM 1 BY 1
               UNTIL Household-Sub > Household-Count
               IF TbHhStudentId(Household-Sub) =
                   TbRqOldId(Request-Sub)
                   MOVE Household-Sub TO Old-Household-Sub
               END-IF
               IF TbHhStudentId(Household-Sub) =
                   TbRqNewId(Request-Sub)
                   MOVE Household-Sub TO New-Household-Sub
               END-IF
           END-PERFORM
           IF Old-Household-Sub = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM Start-Journal-Entry
           MOVE "HOUSEHOLD" TO AjFieldName
           STRING "HOUSEHOLD " TbHhHouseholdId(Old-Household-Sub)
               DELIMITED BY SIZE INTO AjBeforeImage
           IF New-Household-Sub = ZEROS
               MOVE TbRqNewId(Request-Sub)
                   TO TbHhStudentId(Old-Household-Sub)
               MOVE "M" TO TbRqHouseholdMove(Request-Sub)
               MOVE Move-Image TO AjAfterImage
           ELSE
               MOVE ZEROS TO TbHhStudentId(Old-Household-Sub)
               MOVE "D" TO TbRqHouseholdMove(Request-Sub)
               MOVE "DROPPED" TO AjAfterImage
           END-IF
           WRITE AuditJournalRec.

      ******************************************************************
      * Sponsorships follow the account, so Invoice keeps splitting
      * the surviving ID's orders with its sponsor.  Where the
      * surviving ID already has the same sponsor for the same term
      * its own sponsorship (and cap) stands and the retired one is
      * dropped - the retired ID's SPONSAR.DAT items, re-keyed below,
      * then count against that one cap.
      ******************************************************************
       Move-Sponsorships.
           OPEN INPUT SponsorshipFile
           IF Sponsorship-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ SponsorshipFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       PERFORM Store-One-Sponsorship
               END-READ
           END-PERFORM
           CLOSE SponsorshipFile

           PERFORM VARYING Request-Sub FROM 1 BY 1
               UNTIL Request-Sub > Request-Count
               IF TbRqState(Request-Sub) = "A"
                   PERFORM VARYING Ship-Sub FROM 1 BY 1
                       UNTIL Ship-Sub > Ship-Count
                       IF TbSsStudentId(Ship-Sub) =
                           TbRqOldId(Request-Sub)
                           PERFORM Move-One-Sponsorship
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           OPEN OUTPUT SponsorshipFile
           PERFORM VARYING Ship-Sub FROM 1 BY 1
               UNTIL Ship-Sub > Ship-Count
               IF TbSsStudentId(Ship-Sub) NOT = ZEROS
                   MOVE Ship-Entry(Ship-Sub) TO SponsorshipRec
                   WRITE SponsorshipRec
               END-IF
           END-PERFORM
           CLOSE SponsorshipFile
           SORT SponsorshipSortFile
               ON ASCENDING KEY SsStudentId OF SponsorshipSortRec
                                SsTerm OF SponsorshipSortRec
               USING SponsorshipFile
               GIVING SponsorshipFile.

       Store-One-Sponsorship.
           IF Ship-Count >= Ship-Limit
               DISPLAY "ABORTED - MORE THAN " Ship-Limit
                   " RECORDS ON SPONSHIP.DAT - RAISE THE TABLE LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO Ship-Count
           MOVE SponsorshipRec TO Ship-Entry(Ship-Count).

       Move-One-Sponsorship.
           MOVE "N" TO Match-Found
           PERFORM VARYING Other-Ship-Sub FROM 1 BY 1
               UNTIL Other-Ship-Sub > Ship-Count
               IF TbSsStudentId(Other-Ship-Sub) =
                   TbRqNewId(Request-Sub)
                   AND TbSsSponsorCode(Other-Ship-Sub) =
                       TbSsSponsorCode(Ship-Sub)
                   AND TbSsTerm(Other-Ship-Sub) = TbSsTerm(Ship-Sub)
                   MOVE "Y" TO Match-Found
               END-IF
           END-PERFORM
           PERFORM Start-Journal-Entry
           MOVE "SPONSORSHIP" TO AjFieldName
           STRING TbSsSponsorCode(Ship-Sub) " " TbSsTerm(Ship-Sub)
               DELIMITED BY SIZE INTO AjBeforeImage
           IF Match-Found = "Y"
               MOVE ZEROS TO TbSsStudentId(Ship-Sub)
               MOVE "DROPPED" TO AjAfterImage
           ELSE
               MOVE TbRqNewId(Request-Sub) TO TbSsStudentId(Ship-Sub)
               ADD 1 TO TbRqShipsMoved(Request-Sub)
               MOVE Move-Image TO AjAfterImage
           END-IF
           WRITE AuditJournalRec.

      ******************************************************************
      * Every SPONSAR.DAT item of a retired ID is re-keyed to the new
      * one, as its ledger is, so the sponsor's statement and the
      * term cap Invoice works out from these items follow the
      * sponsorship.  The file keeps its order.
      ******************************************************************
       Rekey-Sponsor-Charges.
           OPEN INPUT SponsorChargeFile
           IF SponsorChg-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SponsorChargeWorkFile
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ SponsorChargeFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       PERFORM Rekey-One-Sponsor-Charge
               END-READ
           END-PERFORM
           CLOSE SponsorChargeFile
           CLOSE SponsorChargeWorkFile

           OPEN INPUT SponsorChargeWorkFile
           OPEN OUTPUT SponsorChargeFile
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ SponsorChargeWorkFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       MOVE SponsorChargeWorkRec TO SponsorChargeRec
                       WRITE SponsorChargeRec
               END-READ
           END-PERFORM
           CLOSE SponsorChargeWorkFile
           CLOSE SponsorChargeFile

           PERFORM VARYING Request-Sub FROM 1 BY 1
               UNTIL Request-Sub > Request-Count
               IF TbRqState(Request-Sub) = "A"
                   AND TbRqSponsorRows(Request-Sub) > ZEROS
                   PERFORM Start-Journal-Entry
                   MOVE "SPONSAR" TO AjFieldName
                   MOVE TbRqSponsorRows(Request-Sub) TO RI-Rows
                   MOVE TbRqNewId(Request-Sub) TO RI-StudentId
                   MOVE Rows-Image TO AjAfterImage
                   WRITE AuditJournalRec
               END-IF
           END-PERFORM.

       Rekey-One-Sponsor-Charge.
           MOVE SponsorChargeRec TO SponsorChargeWorkRec
           MOVE SaStudentId OF SponsorChargeRec TO Search-Id
           PERFORM Find-Applying-Old
           IF Request-Found = "Y"
               MOVE TbRqNewId(Request-Sub)
                   TO SaStudentId OF SponsorChargeWorkRec
               ADD 1 TO TbRqSponsorRows(Request-Sub)
           END-IF
           WRITE SponsorChargeWorkRec.

      ******************************************************************
      * The rewritten generation is read back and proved before the
      * step reports success: no retired ID is left on it, every
      * surviving ID carries exactly the combined balance computed
      * for it, and the generation total has not moved - a
      * consolidation only ever moves money between accounts.
      ******************************************************************
       Prove-Generation.
           OPEN INPUT NewFile
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ NewFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       ADD ShopTotal OF NewRec TO Gen-Total-After
                       PERFORM Prove-One-Student
               END-READ
           END-PERFORM
           CLOSE NewFile
           IF Gen-Total-After NOT = Gen-Total-Before
               MOVE "Y" TO Prove-Failed
           END-IF.

       Prove-One-Student.
           MOVE StudentId OF NewRec TO Search-Id
           PERFORM Find-Applying-Old
           IF Request-Found = "Y"
               MOVE "Y" TO Prove-Failed
               DISPLAY "RETIRED ID " Search-Id " STILL ON GENERATION"
           END-IF
           MOVE ZEROS TO Combined-Work
           MOVE "N" TO Request-Found
           PERFORM VARYING Request-Sub FROM 1 BY 1
               UNTIL Request-Sub > Request-Count
               IF TbRqState(Request-Sub) = "A"
                   AND TbRqNewId(Request-Sub) = Search-Id
                   MOVE "Y" TO Request-Found
                   MOVE TbRqCombined(Request-Sub) TO Combined-Work
               END-IF
           END-PERFORM
           IF Request-Found = "Y"
               AND ShopTotal OF NewRec NOT = Combined-Work
               MOVE "Y" TO Prove-Failed
               DISPLAY "COMBINED BALANCE FOR " Search-Id
                   " READS " ShopTotal OF NewRec
                   ", EXPECTED " Combined-Work
           END-IF.

      ******************************************************************
      * CONSXREF.DAT is cumulative - always EXTEND, never restarted -
      * so an ID retired years ago still finds its account.
      ******************************************************************
       Write-Cross-Reference.
           OPEN EXTEND XrefFile
           IF Xref-Status = "35"
               OPEN OUTPUT XrefFile
           END-IF
           PERFORM VARYING Request-Sub FROM 1 BY 1
               UNTIL Request-Sub > Request-Count
               IF TbRqState(Request-Sub) = "A"
                   MOVE TbRqOldId(Request-Sub) TO CxOldId
                   MOVE TbRqNewId(Request-Sub) TO CxNewId
                   MOVE Gen-Date TO CxRunDate
                   MOVE Gen-Cycle TO CxCycle
                   MOVE TbRqOperator(Request-Sub) TO CxOperator
                   MOVE TbRqOldBalance(Request-Sub) TO CxAmount
                   WRITE XrefRec
               END-IF
           END-PERFORM
           CLOSE XrefFile.

      * Only refused requests go back on the queue.  The applied ones
      * are written to CONSOLQ.APL, which the nightly script files
      * with the cycle's transaction inputs as CONSOLQ.DAT.<suffix>.
       Rewrite-Queue-File.
           OPEN OUTPUT QueueFile
           OPEN OUTPUT AppliedFile
           PERFORM VARYING Request-Sub FROM 1 BY 1
               UNTIL Request-Sub > Request-Count
               MOVE TbRqOldId(Request-Sub) TO CqOldId
               MOVE TbRqNewId(Request-Sub) TO CqNewId
               MOVE TbRqOperator(Request-Sub) TO CqOperator
               MOVE TbRqDate(Request-Sub) TO CqDate
               IF TbRqState(Request-Sub) = "R"
                   WRITE QueueRec
               ELSE
                   MOVE QueueRec TO AppliedRec
                   WRITE AppliedRec
               END-IF
           END-PERFORM
           CLOSE QueueFile
           CLOSE AppliedFile.

       Write-Consolidation-Details.
           IF Cnt-Applied > ZEROS
               WRITE ReportLine FROM Column-Line
               PERFORM VARYING Request-Sub FROM 1 BY 1
                   UNTIL Request-Sub > Request-Count
                   IF TbRqState(Request-Sub) = "A"
                       PERFORM Write-One-Consolidation
                   END-IF
               END-PERFORM
           END-IF
           IF Cnt-Refused > ZEROS
               MOVE SPACES TO ReportLine
               WRITE ReportLine
               WRITE ReportLine FROM Refused-Heading
               PERFORM VARYING Request-Sub FROM 1 BY 1
                   UNTIL Request-Sub > Request-Count
                   IF TbRqState(Request-Sub) = "R"
                       MOVE TbRqOldId(Request-Sub) TO RL-OldId
                       MOVE TbRqNewId(Request-Sub) TO RL-NewId
                       MOVE TbRqReason(Request-Sub) TO RL-Reason
                       MOVE TbRqOperator(Request-Sub) TO RL-Operator
                       WRITE ReportLine FROM Refused-Line
                   END-IF
               END-PERFORM
           END-IF.

       Write-One-Consolidation.
           MOVE TbRqOldId(Request-Sub) TO DL-OldId
           MOVE TbRqNewId(Request-Sub) TO DL-NewId
           MOVE TbRqPriorOld(Request-Sub) TO DL-PriorOld
           COMPUTE Cycle-Activity = TbRqOldBalance(Request-Sub)
               - TbRqPriorOld(Request-Sub)
           MOVE Cycle-Activity TO DL-CycleActivity
           MOVE TbRqOldBalance(Request-Sub) TO DL-Moved
           COMPUTE Combined-Work = TbRqCombined(Request-Sub)
               - TbRqOldBalance(Request-Sub)
           MOVE Combined-Work TO DL-NewWas
           MOVE TbRqCombined(Request-Sub) TO DL-Combined
           WRITE ReportLine FROM Detail-Line
           MOVE TbRqLedgerRows(Request-Sub) TO ML-LedgerRows
           EVALUATE TbRqContactMove(Request-Sub)
               WHEN "M"
                   MOVE "MOVED" TO ML-Contact
               WHEN "D"
                   MOVE "DROPPED" TO ML-Contact
               WHEN OTHER
                   MOVE "NONE" TO ML-Contact
           END-EVALUATE
           EVALUATE TbRqPlanMove(Request-Sub)
               WHEN "M"
                   MOVE "MOVED" TO ML-Plan
               WHEN "C"
                   MOVE "JOINED" TO ML-Plan
               WHEN OTHER
                   MOVE "NONE" TO ML-Plan
           END-EVALUATE
           MOVE TbRqToolsMoved(Request-Sub) TO ML-Tools
           WRITE ReportLine FROM Moved-Line
           MOVE TbRqHoldsMoved(Request-Sub) TO ML-Holds
           EVALUATE TbRqNoCheckMove(Request-Sub)
               WHEN "M"
                   MOVE "MOVED" TO ML-NoCheck
               WHEN "D"
                   MOVE "DROPPED" TO ML-NoCheck
               WHEN OTHER
                   MOVE "NONE" TO ML-NoCheck
           END-EVALUATE
           EVALUATE TbRqHouseholdMove(Request-Sub)
               WHEN "M"
                   MOVE "MOVED" TO ML-Household
               WHEN "D"
                   MOVE "DROPPED" TO ML-Household
               WHEN OTHER
                   MOVE "NONE" TO ML-Household
           END-EVALUATE
           MOVE TbRqShipsMoved(Request-Sub) TO ML-Ships
           WRITE ReportLine FROM Moved-Line-2.

       Write-Consolidation-Totals.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "REQUESTS ON THE QUEUE" TO CL-Label
           MOVE Request-Count TO CL-Count
           WRITE ReportLine FROM Count-Line
           MOVE "ACCOUNTS CONSOLIDATED" TO CL-Label
           MOVE Cnt-Applied TO CL-Count
           WRITE ReportLine FROM Count-Line
           MOVE "REQUESTS REFUSED" TO CL-Label
           MOVE Cnt-Refused TO CL-Count
           WRITE ReportLine FROM Count-Line
           MOVE "RETIRED RECORDS DROPPED" TO CL-Label
           MOVE Cnt-Dropped TO CL-Count
           WRITE ReportLine FROM Count-Line
           MOVE "LEDGER ROWS RE-KEYED" TO CL-Label
           MOVE Cnt-Ledger-Rows TO CL-Count
           WRITE ReportLine FROM Count-Line
           IF Cnt-Applied = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "GENERATION TOTAL BEFORE" TO TL-Label
           MOVE Gen-Total-Before TO TL-Amount
           WRITE ReportLine FROM Total-Line
           MOVE "BALANCES MOVED BETWEEN ACCOUNTS" TO TL-Label
           MOVE Tot-Moved TO TL-Amount
           WRITE ReportLine FROM Total-Line
           MOVE "GENERATION TOTAL AFTER" TO TL-Label
           MOVE Gen-Total-After TO TL-Amount
           WRITE ReportLine FROM Total-Line
           MOVE SPACES TO ReportLine
           IF Prove-Failed = "Y"
               MOVE "*** CONSOLIDATED BALANCES DO NOT PROVE ***"
                   TO ReportLine
           ELSE
               MOVE "COMBINED BALANCES PROVE - TOTAL UNCHANGED"
                   TO ReportLine
           END-IF
           WRITE ReportLine.
