      *          and cycle number are parsed back out of it; the
      *          cycle's LEDGER.DAT rows are then summarized into one
      *          balanced debit/credit record per transaction type -
      *          charges, late fees, payments, returned checks and
      *          their fees, corrections, credit memos, write-offs,
      *          withdrawals and reinstatements, refund captures,
      *          collection agency recoveries -
      *          on a dated GLINTF.ccyymmdd.nn interface file the
      *          district bookkeeping office can load instead of
      *          re-keying totals off MERGE.RPT.  The GLPROOF.RPT
      *          proof report
      *          shows each entry, then proves the receivable
      *          movement of the records as written ties to the
      *          movement the ledger rows imply - the same
       01  Cnt-Opened           PIC 9(7) VALUE ZEROS.
       01  Tot-Charges          PIC 9(7)V99 VALUE ZEROS.
       01  Cnt-Charges          PIC 9(7) VALUE ZEROS.
       01  Tot-LateFees         PIC 9(7)V99 VALUE ZEROS.
       01  Cnt-LateFees         PIC 9(7) VALUE ZEROS.
       01  Tot-ReturnedChecks   PIC 9(7)V99 VALUE ZEROS.
       01  Cnt-ReturnedChecks   PIC 9(7) VALUE ZEROS.
       01  Tot-CheckFees        PIC 9(7)V99 VALUE ZEROS.
       01  Cnt-CheckFees        PIC 9(7) VALUE ZEROS.
       01  Tot-Payments         PIC 9(7)V99 VALUE ZEROS.
       01  Cnt-Payments         PIC 9(7) VALUE ZEROS.
       01  Tot-CreditMemos      PIC 9(7)V99 VALUE ZEROS.
       01  Cnt-WriteOffs        PIC 9(7) VALUE ZEROS.
       01  Tot-Withdrawn        PIC 9(7)V99 VALUE ZEROS.
       01  Cnt-Withdrawn        PIC 9(7) VALUE ZEROS.
       01  Tot-Reinstated       PIC 9(7)V99 VALUE ZEROS.
       01  Cnt-Reinstated       PIC 9(7) VALUE ZEROS.
       01  Tot-Refunds          PIC 9(7)V99 VALUE ZEROS.
       01  Cnt-Refunds          PIC 9(7) VALUE ZEROS.
       01  Tot-Recovered        PIC 9(7)V99 VALUE ZEROS.
       01  Cnt-Recovered        PIC 9(7) VALUE ZEROS.

      * The shop's chart of accounts, as the district books carry it.
       01  Acct-Cash            PIC X(4) VALUE "1000".
       01  Acct-Receivable      PIC X(4) VALUE "1200".
       01  Acct-RefundPayable   PIC X(4) VALUE "2100".
       01  Acct-ShopRevenue     PIC X(4) VALUE "4100".
       01  Acct-LateFeeRevenue  PIC X(4) VALUE "4200".
       01  Acct-CheckFeeRevenue PIC X(4) VALUE "4300".
       01  Acct-BadDebt         PIC X(4) VALUE "6100".
       01  Acct-WithdrawClear   PIC X(4) VALUE "6900".
       01  Acct-Recovery        PIC X(4) VALUE "4900".

       01  Report-Heading       PIC X(80)
           VALUE "GENERAL LEDGER INTERFACE PROOF".
                   WHEN "CHG"
                       ADD LgAmount OF LedgerRec TO Tot-Charges
                       ADD 1 TO Cnt-Charges
                   WHEN "LTF"
                       ADD LgAmount OF LedgerRec TO Tot-LateFees
                       ADD 1 TO Cnt-LateFees
                   WHEN "NSF"
                       ADD LgAmount OF LedgerRec TO Tot-ReturnedChecks
                       ADD 1 TO Cnt-ReturnedChecks
                   WHEN "RCF"
                       ADD LgAmount OF LedgerRec TO Tot-CheckFees
                       ADD 1 TO Cnt-CheckFees
                   WHEN "PAY"
                       ADD LgAmount OF LedgerRec TO Tot-Payments
                       ADD 1 TO Cnt-Payments
                   WHEN "WDL"
                       ADD LgAmount OF LedgerRec TO Tot-Withdrawn
                       ADD 1 TO Cnt-Withdrawn
                   WHEN "RIN"
                       ADD LgAmount OF LedgerRec TO Tot-Reinstated
                       ADD 1 TO Cnt-Reinstated
                   WHEN "REF"
                       ADD LgAmount OF LedgerRec TO Tot-Refunds
                       ADD 1 TO Cnt-Refunds
                   WHEN "RCV"
                       ADD LgAmount OF LedgerRec TO Tot-Recovered
                       ADD 1 TO Cnt-Recovered
               END-EVALUATE
           END-IF.

      ******************************************************************
      * Each nonzero type becomes one balanced entry.  Opening
      * balances and charges debit receivables against shop revenue;
      * late fees debit receivables against their own revenue line;
      * payments debit cash; a returned check puts the receivable
      * back against the cash its payment brought in, and its fee
      * is revenue of its own; credit memos reverse revenue; write-offs
      * expense bad debt; dropped withdrawal balances clear through
      * their own account, and a reinstated student's balance
      * comes back out of that same clearing account; captured
      * refund excess is cash received
      * against a payable; the net the collection agency remits on
      * a written-off account is cash against recovery income, the
      * receivable having gone to bad debt already - every pair
      * debits and credits the same amount, so the file balances by
      * construction and the proof shows it.
      ******************************************************************
       Write-All-Entries.
           MOVE "NEW" TO GiTransType
           MOVE Cnt-Charges TO GiCount
           PERFORM Write-One-Entry

           MOVE "LTF" TO GiTransType
           MOVE Acct-Receivable TO GiDebitAcct
           MOVE Acct-LateFeeRevenue TO GiCreditAcct
           MOVE Tot-LateFees TO GiAmount
           MOVE Cnt-LateFees TO GiCount
           PERFORM Write-One-Entry

           MOVE "NSF" TO GiTransType
           MOVE Acct-Receivable TO GiDebitAcct
           MOVE Acct-Cash TO GiCreditAcct
           MOVE Tot-ReturnedChecks TO GiAmount
           MOVE Cnt-ReturnedChecks TO GiCount
           PERFORM Write-One-Entry

           MOVE "RCF" TO GiTransType
           MOVE Acct-Receivable TO GiDebitAcct
           MOVE Acct-CheckFeeRevenue TO GiCreditAcct
           MOVE Tot-CheckFees TO GiAmount
           MOVE Cnt-CheckFees TO GiCount
           PERFORM Write-One-Entry

           MOVE "PAY" TO GiTransType
           MOVE Acct-Cash TO GiDebitAcct
           MOVE Acct-Receivable TO GiCreditAcct
           MOVE Cnt-Withdrawn TO GiCount
           PERFORM Write-One-Entry

           MOVE "RIN" TO GiTransType
           MOVE Acct-Receivable TO GiDebitAcct
           MOVE Acct-WithdrawClear TO GiCreditAcct
           MOVE Tot-Reinstated TO GiAmount
           MOVE Cnt-Reinstated TO GiCount
           PERFORM Write-One-Entry

           MOVE "REF" TO GiTransType
           MOVE Acct-Cash TO GiDebitAcct
           MOVE Acct-RefundPayable TO GiCreditAcct
           MOVE Tot-Refunds TO GiAmount
           MOVE Cnt-Refunds TO GiCount
           PERFORM Write-One-Entry

           MOVE "RCV" TO GiTransType
           MOVE Acct-Cash TO GiDebitAcct
           MOVE Acct-Recovery TO GiCreditAcct
           MOVE Tot-Recovered TO GiAmount
           MOVE Cnt-Recovered TO GiCount
           PERFORM Write-One-Entry.

      ******************************************************************
      ******************************************************************
      * The proof compares two independently built figures: the
      * receivable movement implied by the cycle's ledger rows
      * (opened + charges + late fees + returned checks and their
      * fees - payments - credit memos - write-offs - withdrawn
      * + reinstated, the same arithmetic RECON.RPT
      * balances) against the receivable movement of the interface
      * records as actually written, summed off their own debit and
      * credit account codes.  A dropped entry, a wrong amount or a
      * mismapped account pulls the two apart and stops the batch.
      * Every entry is a balanced pair by construction, so
      * debits-equal-credits needs no separate proof.
      ******************************************************************
       Write-Balance-Proof.
           COMPUTE Ledger-Receivable = Tot-Opened + Tot-Charges
               + Tot-LateFees + Tot-ReturnedChecks + Tot-CheckFees
               - Tot-Payments - Tot-CreditMemos
               - Tot-WriteOffs - Tot-Withdrawn
               + Tot-Reinstated
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "A/R MOVEMENT PER LEDGER" TO PL-Label
