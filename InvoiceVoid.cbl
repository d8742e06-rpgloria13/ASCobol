      *          opens with an operator sign-on; queued credit memos
      *          carry the operator's stamp through to the audit
      *          journal, and every reversal is logged to
      *          OPACTLOG.DAT.  An invoice a sponsor shared in is
      *          reversed only for the student's share it charged;
      *          the sponsor's open item on SPONSAR.DAT is voided
      *          with it (a share the sponsor has already paid is
      *          left alone and flagged for the office to refund).
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CreditMemo-Status.

           SELECT SponsorChargeFile ASSIGN TO "SPONSAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SponsorChg-Status.

           SELECT SponsorWorkFile ASSIGN TO "INVVSPN.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunCtl-Status.
      * bracket the credit memo details.
       01  CreditMemoControlRec    PIC X(40).

       FD  SponsorChargeFile.
       01  SponsorChargeRec.
           COPY SponsorCharge.

       FD  SponsorWorkFile.
       01  SponsorWorkRec.
           COPY SponsorCharge.

       FD  RunControlFile.
       01  RunControlRec.
           COPY RunControl.
       01  Memo-Removed         PIC X.
       01  Confirm-Code         PIC X.
       01  New-Status           PIC X.
       01  SponsorChg-Status    PIC XX.
       01  Sponsor-EOF          PIC X.
       01  Student-Share        PIC 9(5)V99.
       01  Voids-Written        PIC 9(5) VALUE ZEROS.
       01  Memos-Written        PIC 9(5) VALUE ZEROS.

           DISPLAY "STUDENT: " RgStudentId OF Curr-Register
               "  DATE: " RgDate OF Curr-Register
               "  TOTAL: " RgOrderTotal OF Curr-Register
           MOVE RgOrderTotal OF Curr-Register TO Student-Share
           IF RgSponsorAmount OF Curr-Register IS NUMERIC
               AND RgSponsorAmount OF Curr-Register > ZEROS
               SUBTRACT RgSponsorAmount OF Curr-Register
                   FROM Student-Share
               DISPLAY "SPONSOR " RgSponsorCode OF Curr-Register
                   " PAID " RgSponsorAmount OF Curr-Register
                   "  STUDENT CHARGED: " Student-Share
           END-IF
           DISPLAY "REVERSE THIS INVOICE (Y TO CONFIRM): "
           ACCEPT Confirm-Code
           IF Confirm-Code NOT = "Y" AND Confirm-Code NOT = "y"
      * the charge - any earlier business date, or a same-day charge
      * the file no longer holds - the invoice is already part of a
      * promoted cycle's arithmetic and becomes a credit memo rather
      * than disappearing.  An order the sponsor paid in full charged
      * the student nothing, so there is nothing to pull back or
      * credit and it is simply voided.
      ******************************************************************
       Reverse-Found-Invoice.
           MOVE "N" TO Charge-Removed
           IF RgDate OF Curr-Register = Run-Date
               AND Student-Share > ZEROS
               PERFORM Remove-Unmerged-Charge
           END-IF
           IF Charge-Removed = "Y" OR Student-Share = ZEROS
               MOVE "V" TO New-Status
               ADD 1 TO Voids-Written
               DISPLAY "INVOICE " Void-Invoice-Num " VOIDED"
           END-IF
           PERFORM Mark-Register-Status
           PERFORM Note-On-Register-Report
           IF RgSponsorAmount OF Curr-Register IS NUMERIC
               AND RgSponsorAmount OF Curr-Register > ZEROS
               PERFORM Void-Sponsor-Item
           END-IF
           MOVE SPACES TO ActivityLogRec
           MOVE "VOD" TO OlTransType
           MOVE RgStudentId OF Curr-Register TO OlStudentId
           MOVE Student-Share TO OlAmount
           PERFORM Write-Activity-Log.

       Find-Register-Record.
               AND StudentId OF ChargeRec IS NUMERIC
               AND StudentId OF ChargeRec =
                   RgStudentId OF Curr-Register
               AND ShopTotal OF ChargeRec = Student-Share
               MOVE "Y" TO Charge-Removed
           ELSE
               MOVE ChargeRec TO ChargeWorkRec
               AND MmTransType OF MemoRec = "CHG"
               AND MmStudentId OF MemoRec =
                   RgStudentId OF Curr-Register
               AND MmAmount OF MemoRec = Student-Share
               MOVE "Y" TO Memo-Removed
           ELSE
               MOVE MemoRec TO MemoWorkRec
               OPEN OUTPUT CreditMemoFile
           END-IF
           MOVE RgStudentId OF Curr-Register TO CmStudentId
           MOVE Student-Share TO CmAmount
           MOVE Void-Invoice-Num TO CmInvoiceNum
           MOVE Operator-Id TO CmOperator
           WRITE CreditMemoRec
           CLOSE RegisterWorkFile
           CLOSE RegisterFile.

      ******************************************************************
      * The sponsor's item for the invoice is voided on SPONSAR.DAT
      * through a work copy, the way the register itself is marked,
      * so the next sponsor statement no longer bills it and the
      * share goes back to the sponsorship's cap.  A share already
      * paid stays paid - the sponsor is owed a refund, which the
      * office handles by hand.
      ******************************************************************
       Void-Sponsor-Item.
           MOVE "N" TO Sponsor-EOF
           OPEN INPUT SponsorChargeFile
           IF SponsorChg-Status NOT = "00"
               DISPLAY "NO SPONSAR.DAT - SPONSOR ITEM NOT FOUND"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SponsorWorkFile
           PERFORM UNTIL Sponsor-EOF = "Y"
               READ SponsorChargeFile
                   AT END
                       MOVE "Y" TO Sponsor-EOF
                   NOT AT END
                       PERFORM Mark-One-Sponsor-Item
                       MOVE SponsorChargeRec TO SponsorWorkRec
                       WRITE SponsorWorkRec
               END-READ
           END-PERFORM
           CLOSE SponsorChargeFile
           CLOSE SponsorWorkFile

           MOVE "N" TO Sponsor-EOF
           OPEN INPUT SponsorWorkFile
           OPEN OUTPUT SponsorChargeFile
           PERFORM UNTIL Sponsor-EOF = "Y"
               READ SponsorWorkFile
                   AT END
                       MOVE "Y" TO Sponsor-EOF
                   NOT AT END
                       MOVE SponsorWorkRec TO SponsorChargeRec
                       WRITE SponsorChargeRec
               END-READ
           END-PERFORM
           CLOSE SponsorWorkFile
           CLOSE SponsorChargeFile.

       Mark-One-Sponsor-Item.
           IF SaInvoiceNum OF SponsorChargeRec NOT = Void-Invoice-Num
               EXIT PARAGRAPH
           END-IF
           EVALUATE SaStatus OF SponsorChargeRec
               WHEN SPACE
                   MOVE "V" TO SaStatus OF SponsorChargeRec
                   MOVE Run-Date TO SaPaidDate OF SponsorChargeRec
                   DISPLAY "SPONSOR ITEM VOIDED FOR "
                       SaSponsorCode OF SponsorChargeRec
               WHEN "P"
                   DISPLAY "SPONSOR " SaSponsorCode OF SponsorChargeRec
                       " ALREADY PAID "
                       SaSponsorAmount OF SponsorChargeRec
                       " ON THIS INVOICE - REFUND THE SPONSOR"
           END-EVALUATE.

       Note-On-Register-Report.
           OPEN EXTEND RegisterReportFile
           IF RegRpt-Status = "35"
