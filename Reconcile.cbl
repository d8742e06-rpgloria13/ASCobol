      * Purpose: Dollar-level reconciliation of one merge cycle,
      *          proving the money and not just the record counts:
      *          prior STUDENTS.DAT total ShopTotal, plus opening
      *          balances, charges, late fees, returned checks and
      *          returned-check fees applied, minus payments and
      *          withdrawn balances (all from the cycle's
      *          LEDGER.DAT records), must equal the new
      *          generation's total ShopTotal.  The generation
      *          filename is read from the console (the nightly
      *          script pipes it in) and the cycle's business date
      *          and cycle number are parsed back out of it.  When
      *          the cycle does not balance the difference is
      *          itemized student by student on RECON.RPT and the
      *          program ends with a nonzero return code so the batch
      *          stops before the bad generation is promoted.
      *          Balances the AcctConsolidate step moves between
      *          accounts prove the same way: the CNO row takes the
      *          retired ID's prior balance out, the CNI row puts it
      *          into the surviving ID, and both show as their own
      *          totals lines, which net to zero.  A student the
      *          Reinstate step brings back from a withdraw archive
      *          is absent from the prior master; the RIN row puts
      *          the restored balance back and is totaled on its own
      *          line against the withdrawn balances dropped.
      *          Money the collection agency recovers on a written-off
      *          account (RCV rows from the RecoveryPost step) does
      *          not change any balance; it is totaled on its own
      *          line for the record, outside the proof.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  Tot-New-Master       PIC S9(9)V99 VALUE ZEROS.
       01  Tot-Opened           PIC S9(9)V99 VALUE ZEROS.
       01  Tot-Charges          PIC S9(9)V99 VALUE ZEROS.
       01  Tot-LateFees         PIC S9(9)V99 VALUE ZEROS.
       01  Tot-ReturnedChecks   PIC S9(9)V99 VALUE ZEROS.
       01  Tot-CheckFees        PIC S9(9)V99 VALUE ZEROS.
       01  Tot-Payments         PIC S9(9)V99 VALUE ZEROS.
       01  Tot-CreditMemos      PIC S9(9)V99 VALUE ZEROS.
       01  Tot-WriteOffs        PIC S9(9)V99 VALUE ZEROS.
       01  Tot-Withdrawn        PIC S9(9)V99 VALUE ZEROS.
       01  Tot-Consol-Out       PIC S9(9)V99 VALUE ZEROS.
       01  Tot-Consol-In        PIC S9(9)V99 VALUE ZEROS.
       01  Tot-Reinstated       PIC S9(9)V99 VALUE ZEROS.
       01  Tot-Recovered        PIC S9(9)V99 VALUE ZEROS.
       01  Expected-Total       PIC S9(9)V99.
       01  Out-Of-Balance       PIC X VALUE "N".
       01  Students-Flagged     PIC 9(5) VALUE ZEROS.
                       ADD LgAmount OF LedgerRec TO Tot-Opened
                   WHEN "CHG"
                       ADD LgAmount OF LedgerRec TO Tot-Charges
                   WHEN "LTF"
                       ADD LgAmount OF LedgerRec TO Tot-LateFees
                   WHEN "NSF"
                       ADD LgAmount OF LedgerRec TO Tot-ReturnedChecks
                   WHEN "RCF"
                       ADD LgAmount OF LedgerRec TO Tot-CheckFees
                   WHEN "PAY"
                       ADD LgAmount OF LedgerRec TO Tot-Payments
                   WHEN "CRM"
                       ADD LgAmount OF LedgerRec TO Tot-WriteOffs
                   WHEN "WDL"
                       ADD LgAmount OF LedgerRec TO Tot-Withdrawn
                   WHEN "CNO"
                       ADD LgAmount OF LedgerRec TO Tot-Consol-Out
                   WHEN "CNI"
                       ADD LgAmount OF LedgerRec TO Tot-Consol-In
                   WHEN "RIN"
                       ADD LgAmount OF LedgerRec TO Tot-Reinstated
                   WHEN "RCV"
                       ADD LgAmount OF LedgerRec TO Tot-Recovered
               END-EVALUATE
           END-IF.

                   ADD LgAmount OF Curr-Ledger TO Net-Change
               WHEN "CHG"
                   ADD LgAmount OF Curr-Ledger TO Net-Change
               WHEN "LTF"
                   ADD LgAmount OF Curr-Ledger TO Net-Change
               WHEN "NSF"
                   ADD LgAmount OF Curr-Ledger TO Net-Change
               WHEN "RCF"
                   ADD LgAmount OF Curr-Ledger TO Net-Change
               WHEN "CNI"
                   ADD LgAmount OF Curr-Ledger TO Net-Change
               WHEN "RIN"
                   ADD LgAmount OF Curr-Ledger TO Net-Change
               WHEN "PAY"
                   SUBTRACT LgAmount OF Curr-Ledger FROM Net-Change
               WHEN "CRM"
                   SUBTRACT LgAmount OF Curr-Ledger FROM Net-Change
               WHEN "WDL"
                   SUBTRACT LgAmount OF Curr-Ledger FROM Net-Change
               WHEN "CNO"
                   SUBTRACT LgAmount OF Curr-Ledger FROM Net-Change
           END-EVALUATE.

       Read-Next-Prior.
           MOVE "CHARGES APPLIED" TO TL-Label
           MOVE Tot-Charges TO TL-Amount
           WRITE ReportLine FROM Total-Line
           MOVE "LATE FEES ASSESSED" TO TL-Label
           MOVE Tot-LateFees TO TL-Amount
           WRITE ReportLine FROM Total-Line
           MOVE "RETURNED CHECKS CHARGED BACK" TO TL-Label
           MOVE Tot-ReturnedChecks TO TL-Amount
           WRITE ReportLine FROM Total-Line
           MOVE "RETURNED-CHECK FEES CHARGED" TO TL-Label
           MOVE Tot-CheckFees TO TL-Amount
           WRITE ReportLine FROM Total-Line
           MOVE "PAYMENTS APPLIED" TO TL-Label
           MOVE Tot-Payments TO TL-Amount
           WRITE ReportLine FROM Total-Line
           MOVE "WITHDRAWN BALANCES DROPPED" TO TL-Label
           MOVE Tot-Withdrawn TO TL-Amount
           WRITE ReportLine FROM Total-Line
           MOVE "CONSOLIDATED BALANCES MOVED OUT" TO TL-Label
           MOVE Tot-Consol-Out TO TL-Amount
           WRITE ReportLine FROM Total-Line
           MOVE "CONSOLIDATED BALANCES MOVED IN" TO TL-Label
           MOVE Tot-Consol-In TO TL-Amount
           WRITE ReportLine FROM Total-Line
           MOVE "REINSTATED BALANCES RESTORED" TO TL-Label
           MOVE Tot-Reinstated TO TL-Amount
           WRITE ReportLine FROM Total-Line

           COMPUTE Expected-Total = Tot-Prior + Tot-Opened
               + Tot-Charges + Tot-LateFees
               + Tot-ReturnedChecks + Tot-CheckFees
               - Tot-Payments - Tot-CreditMemos
               - Tot-WriteOffs - Tot-Withdrawn
               - Tot-Consol-Out + Tot-Consol-In
               + Tot-Reinstated
           MOVE "EXPECTED NEW MASTER TOTAL" TO TL-Label
           MOVE Expected-Total TO TL-Amount
           WRITE ReportLine FROM Total-Line
           MOVE Tot-New-Master TO TL-Amount
           WRITE ReportLine FROM Total-Line

           MOVE "AGENCY RECOVERIES - NO BAL EFFECT" TO TL-Label
           MOVE Tot-Recovered TO TL-Amount
           WRITE ReportLine FROM Total-Line

           IF Expected-Total NOT = Tot-New-Master
               MOVE "Y" TO Out-Of-Balance
           END-IF
