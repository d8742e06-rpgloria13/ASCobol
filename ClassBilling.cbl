      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bills the term's class lab fees.  For the keyed term
      *          (and one class, or every class with a fee on
      *          CLASSFEE.DAT for that term when the class is left
      *          blank) every student on STUDENTS.DAT enrolled in the
      *          class is charged the flat fee as a charge
      *          transaction on TRANSINS.DAT - the same record
      *          Invoice posts - so the nightly Merge, the ledger and
      *          the statements pick it up with nothing re-keyed.  The
      *          charges are re-sorted and resealed with HDR/TRL batch
      *          control records, a same-day memo goes to MEMO.DAT for
      *          BalanceInquiry, and each charge is logged to
      *          OPACTLOG.DAT.  A class and term already billed is
      *          refused and listed as such, and the fee is stamped
      *          billed (date, count, total, operator) once it is
      *          charged, so no class can be billed twice for a term.
      *          The billing register (CLASSBIL.RPT) lists every
      *          student charged with a count and total per class
      *          and a grand total.  A supervisor runs it.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClassBilling.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ClassFeeFile ASSIGN TO "CLASSFEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ClassFee-Status.

           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Student-Status.

           SELECT ChargeFile ASSIGN TO "TRANSINS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Charge-Status.

           SELECT ReportFile ASSIGN TO "CLASSBIL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunCtl-Status.

           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Operator-Status.

           SELECT ActivityLogFile ASSIGN TO "OPACTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ActLog-Status.

           SELECT MemoFile ASSIGN TO "MEMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Memo-Status.

           SELECT SortWorkFile ASSIGN TO "CLSCHG.SRT".

           SELECT SortedChargeFile ASSIGN TO "CLSCHG.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SysLockFile ASSIGN TO "SYSLOCK.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SysLock-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  SysLockFile.
       01  SysLockRec.
           05  LkHolder            PIC X(8).
           05  FILLER              PIC X(1).
           05  LkTimestamp         PIC X(14).

       FD  ClassFeeFile.
       01  ClassFeeRec.
           COPY ClassFee.

       FD  StudentFile.
       01  StudentRec.
           COPY StudentMaster.

       FD  ChargeFile.
       01  ChargeRec.
           COPY StudentMaster.

       FD  ReportFile.
       01  ReportLine              PIC X(80).

       FD  RunControlFile.
       01  RunControlRec.
           COPY RunControl.

       FD  OperatorFile.
       01  OperatorRec.
           COPY Operator.

       FD  ActivityLogFile.
       01  ActivityLogRec.
           COPY OperatorLog.

       FD  MemoFile.
       01  MemoRec.
           COPY MemoPost.

       FD  SortedChargeFile.
       01  SortedChargeRec.
           COPY StudentMaster.

       SD  SortWorkFile.
       01  SortWorkRec.
           COPY StudentMaster.

       WORKING-STORAGE SECTION.
       01  SysLock-Status       PIC XX.
       01  ClassFee-Status      PIC XX.
       01  Student-Status       PIC XX.
       01  Charge-Status        PIC XX.
       01  RunCtl-Status        PIC XX.
       01  Memo-Status          PIC XX.

       01  Operator-Status      PIC XX.
       01  ActLog-Status        PIC XX.
       01  Operator-EOF         PIC X.
       01  Operator-Found       PIC X.
       01  Operator-Id          PIC X(4).
       01  Operator-Level       PIC X.
       01  ClassFee-EOF         PIC X VALUE "N".
       01  Student-EOF          PIC X.
       01  Run-Date             PIC X(8).
       01  Current-DateTime     PIC X(21).
       01  Entry-Class          PIC X(3).
       01  Entry-Term           PIC X(6).
       01  Confirm-Code         PIC X.
       01  Classes-Selected     PIC 9(3) VALUE ZEROS.
       01  Classes-Refused      PIC 9(3) VALUE ZEROS.
       01  Classes-Billed       PIC 9(3) VALUE ZEROS.
       01  Charges-Posted       PIC 9(5) VALUE ZEROS.
       01  Class-Count          PIC 9(5).
       01  Class-Total          PIC 9(7)V99.
       01  Grand-Total          PIC 9(7)V99 VALUE ZEROS.

       01  Sorted-EOF           PIC X VALUE "N".
       01  Control-Rec.
           COPY BatchControl.
       01  Seal-Count           PIC 9(7).
       01  Seal-Hash            PIC 9(11).
       01  Seal-Amount          PIC 9(7)V99.

      * CLASSFEE.DAT held in memory; TbCfSelected marks the fees this
      * run is to bill, and the billed stamps go back to the file at
      * the end.
       01  Fee-Limit            PIC 9(3) VALUE 500.
       01  Fee-Count            PIC 9(3) VALUE ZEROS.
       01  Fee-Sub              PIC 9(3).
       01  Fee-Table.
           05  Fee-Entry OCCURS 500 TIMES.
               10  Fee-Record.
                   15  TbCfShopClass       PIC X(3).
                   15  TbCfTerm            PIC X(6).
                   15  TbCfDescription     PIC X(20).
                   15  TbCfFeeAmount       PIC 9(3)V99.
                   15  TbCfBilledDate      PIC X(8).
                   15  TbCfBilledCount     PIC 9(5).
                   15  TbCfBilledTotal     PIC 9(7)V99.
                   15  TbCfBilledBy        PIC X(4).
               10  TbCfSelected        PIC X.

       01  Report-Heading.
           05  FILLER              PIC X(30)
               VALUE "CLASS LAB-FEE BILLING REGISTER".
           05  FILLER              PIC X(8) VALUE "  TERM ".
           05  RH-Term             PIC X(6).
           05  FILLER              PIC X(8) VALUE "  DATE ".
           05  RH-Date             PIC X(8).

       01  Class-Heading.
           05  FILLER              PIC X(6) VALUE "CLASS ".
           05  CH-ShopClass        PIC X(3).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  CH-Description      PIC X(20).
           05  FILLER              PIC X(6) VALUE "  FEE ".
           05  CH-Fee              PIC ZZ9.99.

       01  Column-Heading.
           05  FILLER              PIC X(9) VALUE "STUDENT".
           05  FILLER              PIC X(21) VALUE "LAST NAME".
           05  FILLER              PIC X(21) VALUE "FIRST NAME".
           05  FILLER              PIC X(6) VALUE "AMOUNT".

       01  Detail-Line.
           05  DL-StudentId        PIC 9(7).
           05  FILLER              PIC X(2).
           05  DL-LastName         PIC X(20).
           05  FILLER              PIC X(1).
           05  DL-FirstName        PIC X(20).
           05  FILLER              PIC X(1).
           05  DL-Amount           PIC ZZ9.99.

       01  Class-Total-Line.
           05  FILLER              PIC X(6) VALUE "CLASS ".
           05  CT-ShopClass        PIC X(3).
           05  FILLER              PIC X(11) VALUE " STUDENTS: ".
           05  CT-Count            PIC ZZZZ9.
           05  FILLER              PIC X(9) VALUE "  TOTAL: ".
           05  CT-Total            PIC Z,ZZZ,ZZ9.99.

       01  Refused-Line.
           05  FILLER              PIC X(6) VALUE "CLASS ".
           05  RL-ShopClass        PIC X(3).
           05  FILLER              PIC X(21)
               VALUE " REFUSED - BILLED ON ".
           05  RL-Date             PIC X(8).
           05  FILLER              PIC X(4) VALUE " BY ".
           05  RL-Operator         PIC X(4).

       01  Grand-Total-Line.
           05  FILLER              PIC X(16) VALUE "CLASSES BILLED: ".
           05  GT-Classes          PIC ZZ9.
           05  FILLER              PIC X(13) VALUE "  STUDENTS: ".
           05  GT-Count            PIC ZZZZ9.
           05  FILLER              PIC X(9) VALUE "  TOTAL: ".
           05  GT-Total            PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Check-System-Lock
           PERFORM Read-Run-Control
           PERFORM Sign-On-Operator
           PERFORM Load-Fee-Table

           MOVE SPACES TO Entry-Term
           DISPLAY "TERM TO BILL, E.G. 2026FA: "
           ACCEPT Entry-Term
           IF Entry-Term = SPACES
               DISPLAY "NO TERM KEYED - NOTHING BILLED"
               STOP RUN
           END-IF
           MOVE SPACES TO Entry-Class
           DISPLAY "SHOP CLASS (BLANK = EVERY CLASS FOR THE TERM): "
           ACCEPT Entry-Class

           OPEN OUTPUT ReportFile
           MOVE Entry-Term TO RH-Term
           MOVE Run-Date TO RH-Date
           WRITE ReportLine FROM Report-Heading
           MOVE SPACES TO ReportLine
           WRITE ReportLine

           PERFORM Select-Fees-To-Bill

           IF Classes-Selected = ZEROS
               IF Classes-Refused = ZEROS
                   DISPLAY "NO CLASS FEE ON CLASSFEE.DAT FOR TERM "
                       Entry-Term " " Entry-Class
                   MOVE "NO CLASS FEE ON FILE - NOTHING BILLED"
                       TO ReportLine
                   WRITE ReportLine
               END-IF
               CLOSE ReportFile
               DISPLAY "NOTHING BILLED - SEE CLASSBIL.RPT"
               STOP RUN
           END-IF

           DISPLAY "CLASSES TO BILL: " Classes-Selected
               "  (Y TO CONFIRM): "
           ACCEPT Confirm-Code
           IF Confirm-Code NOT = "Y" AND Confirm-Code NOT = "y"
               MOVE "BILLING CANCELLED BY THE OPERATOR - NOTHING BILLED"
                   TO ReportLine
               WRITE ReportLine
               CLOSE ReportFile
               DISPLAY "BILLING CANCELLED"
               STOP RUN
           END-IF

           PERFORM Open-Charge-File
           PERFORM VARYING Fee-Sub FROM 1 BY 1
               UNTIL Fee-Sub > Fee-Count
               IF TbCfSelected(Fee-Sub) = "Y"
                   PERFORM Bill-One-Class
               END-IF
           END-PERFORM
           CLOSE ChargeFile

           IF Charges-Posted > ZEROS
               PERFORM Sort-Charge-File
           END-IF
           IF Classes-Billed > ZEROS
               PERFORM Rewrite-Fee-File
           END-IF

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE Classes-Billed TO GT-Classes
           MOVE Charges-Posted TO GT-Count
           MOVE Grand-Total TO GT-Total
           WRITE ReportLine FROM Grand-Total-Line
           CLOSE ReportFile

           DISPLAY "CLASSES BILLED:  " Classes-Billed
           DISPLAY "CLASSES REFUSED: " Classes-Refused
           DISPLAY "CHARGES POSTED:  " Charges-Posted
           DISPLAY "REGISTER WRITTEN TO CLASSBIL.RPT"
           STOP RUN.

      ******************************************************************
      * Billing a whole class posts charges to every family in it,
      * so the sign-on refuses any operator below supervisor level.
      ******************************************************************
       Sign-On-Operator.
           MOVE SPACES TO Operator-Id
           DISPLAY "OPERATOR ID: "
           ACCEPT Operator-Id
           MOVE "N" TO Operator-Found
           MOVE "N" TO Operator-EOF
           OPEN INPUT OperatorFile
           IF Operator-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN OPERATOR.DAT, STATUS "
                   Operator-Status
               DISPLAY "SET THE OPERATOR FILE UP BEFORE ANY SESSION"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL Operator-EOF = "Y"
               OR Operator-Found = "Y"
               READ OperatorFile
                   AT END
                       MOVE "Y" TO Operator-EOF
                   NOT AT END
                       IF OprOperatorId = Operator-Id
                           MOVE "Y" TO Operator-Found
                           MOVE OprLevel TO Operator-Level
                           DISPLAY "SIGNED ON: " OprName
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OperatorFile
           IF Operator-Found = "N"
               DISPLAY "ABORTED - OPERATOR " Operator-Id
                   " NOT ON OPERATOR.DAT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF Operator-Level NOT = "S"
               DISPLAY "ABORTED - OPERATOR " Operator-Id
                   " IS NOT A SUPERVISOR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * OPACTLOG.DAT is the cumulative operator activity log the
      * OperActivity report summarizes - always EXTEND, never
      * restarted.  Callers fill the type, student and amount.
      ******************************************************************
       Write-Activity-Log.
           OPEN EXTEND ActivityLogFile
           IF ActLog-Status = "35"
               OPEN OUTPUT ActivityLogFile
           END-IF
           MOVE Run-Date TO OlDate
           MOVE Operator-Id TO OlOperator
           WRITE ActivityLogRec
           CLOSE ActivityLogFile.

      ******************************************************************
      * The business date on the run-control card dates the billing
      * stamp and the memos; a missing or unreadable card falls back
      * to the wall clock, exactly the way Merge dates its cycle.
      ******************************************************************
       Read-Run-Control.
           MOVE FUNCTION CURRENT-DATE TO Current-DateTime
           MOVE Current-DateTime(1:8) TO Run-Date
           OPEN INPUT RunControlFile
           IF RunCtl-Status = "00"
               READ RunControlFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RcBusinessDate IS NUMERIC
                           MOVE RcBusinessDate TO Run-Date
                       END-IF
               END-READ
               CLOSE RunControlFile
           END-IF.

       Load-Fee-Table.
           OPEN INPUT ClassFeeFile
           IF ClassFee-Status = "35"
               DISPLAY "NO CLASS FEES YET - CLASSFEE.DAT NOT FOUND"
               DISPLAY "SET THE FEES UP WITH ClassFeeMaint FIRST"
               STOP RUN
           END-IF
           IF ClassFee-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN CLASSFEE.DAT, STATUS "
                   ClassFee-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ClassFee-EOF = "Y"
               READ ClassFeeFile
                   AT END
                       MOVE "Y" TO ClassFee-EOF
                   NOT AT END
                       PERFORM Store-One-Fee
               END-READ
           END-PERFORM
           CLOSE ClassFeeFile.

       Store-One-Fee.
           IF Fee-Count >= Fee-Limit
               DISPLAY "ABORTED - CLASSFEE.DAT EXCEEDS " Fee-Limit
                   " FEES - RAISE THE TABLE LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO Fee-Count
           MOVE ClassFeeRec TO Fee-Record(Fee-Count)
           MOVE "N" TO TbCfSelected(Fee-Count).

      ******************************************************************
      * A fee already stamped billed is refused outright and listed
      * on the register with who billed it and when - the guard
      * against a class being charged twice for the same term.
      ******************************************************************
       Select-Fees-To-Bill.
           PERFORM VARYING Fee-Sub FROM 1 BY 1
               UNTIL Fee-Sub > Fee-Count
               IF TbCfTerm(Fee-Sub) = Entry-Term
                   AND (Entry-Class = SPACES
                       OR TbCfShopClass(Fee-Sub) = Entry-Class)
                   IF TbCfBilledDate(Fee-Sub) NOT = SPACES
                       MOVE TbCfShopClass(Fee-Sub) TO RL-ShopClass
                       MOVE TbCfBilledDate(Fee-Sub) TO RL-Date
                       MOVE TbCfBilledBy(Fee-Sub) TO RL-Operator
                       WRITE ReportLine FROM Refused-Line
                       DISPLAY "CLASS " TbCfShopClass(Fee-Sub)
                           " ALREADY BILLED FOR " Entry-Term
                           " ON " TbCfBilledDate(Fee-Sub)
                       ADD 1 TO Classes-Refused
                   ELSE
                       MOVE "Y" TO TbCfSelected(Fee-Sub)
                       ADD 1 TO Classes-Selected
                   END-IF
               END-IF
           END-PERFORM
           IF Classes-Refused > ZEROS
               MOVE SPACES TO ReportLine
               WRITE ReportLine
           END-IF.

      ******************************************************************
      * One pass of STUDENTS.DAT per class keeps each class together
      * on the register.  A class with no one enrolled is left
      * unbilled, so its fee can still be charged once students are
      * placed in it.
      ******************************************************************
       Bill-One-Class.
           MOVE TbCfShopClass(Fee-Sub) TO CH-ShopClass
           MOVE TbCfDescription(Fee-Sub) TO CH-Description
           MOVE TbCfFeeAmount(Fee-Sub) TO CH-Fee
           WRITE ReportLine FROM Class-Heading
           WRITE ReportLine FROM Column-Heading
           MOVE ZEROS TO Class-Count
           MOVE ZEROS TO Class-Total

           OPEN INPUT StudentFile
           IF Student-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN STUDENTS.DAT, STATUS "
                   Student-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO Student-EOF
           PERFORM UNTIL Student-EOF = "Y"
               READ StudentFile
                   AT END
                       MOVE "Y" TO Student-EOF
                   NOT AT END
                       IF ShopClass OF StudentRec =
                           TbCfShopClass(Fee-Sub)
                           PERFORM Charge-One-Student
                       END-IF
               END-READ
           END-PERFORM
           CLOSE StudentFile

           MOVE TbCfShopClass(Fee-Sub) TO CT-ShopClass
           MOVE Class-Count TO CT-Count
           MOVE Class-Total TO CT-Total
           WRITE ReportLine FROM Class-Total-Line
           IF Class-Count = ZEROS
               MOVE "NO STUDENTS ENROLLED - CLASS LEFT UNBILLED"
                   TO ReportLine
               WRITE ReportLine
           ELSE
               MOVE Run-Date TO TbCfBilledDate(Fee-Sub)
               MOVE Class-Count TO TbCfBilledCount(Fee-Sub)
               MOVE Class-Total TO TbCfBilledTotal(Fee-Sub)
               MOVE Operator-Id TO TbCfBilledBy(Fee-Sub)
               ADD 1 TO Classes-Billed
           END-IF
           MOVE SPACES TO ReportLine
           WRITE ReportLine.

       Charge-One-Student.
           MOVE SPACES TO ChargeRec
           MOVE StudentId OF StudentRec TO StudentId OF ChargeRec
           MOVE TbCfFeeAmount(Fee-Sub) TO ShopTotal OF ChargeRec
           MOVE ZEROS TO CreditLimit OF ChargeRec
           WRITE ChargeRec
           ADD 1 TO Charges-Posted
           ADD 1 TO Class-Count
           ADD TbCfFeeAmount(Fee-Sub) TO Class-Total
           ADD TbCfFeeAmount(Fee-Sub) TO Grand-Total

           MOVE SPACES TO Detail-Line
           MOVE StudentId OF StudentRec TO DL-StudentId
           MOVE LastName OF StudentRec TO DL-LastName
           MOVE FirstName OF StudentRec TO DL-FirstName
           MOVE TbCfFeeAmount(Fee-Sub) TO DL-Amount
           WRITE ReportLine FROM Detail-Line

           MOVE SPACES TO ActivityLogRec
           MOVE "CLF" TO OlTransType
           MOVE StudentId OF StudentRec TO OlStudentId
           MOVE TbCfFeeAmount(Fee-Sub) TO OlAmount
           PERFORM Write-Activity-Log
           PERFORM Write-Charge-Memo.

      ******************************************************************
      * MEMO.DAT carries the day's unposted activity for
      * BalanceInquiry's overlay; the nightly batch retires it once
      * the charges actually merge.
      ******************************************************************
       Write-Charge-Memo.
           OPEN EXTEND MemoFile
           IF Memo-Status = "35"
               OPEN OUTPUT MemoFile
           END-IF
           MOVE SPACES TO MemoRec
           MOVE StudentId OF StudentRec TO MmStudentId
           MOVE Run-Date TO MmDate
           MOVE "CHG" TO MmTransType
           MOVE TbCfFeeAmount(Fee-Sub) TO MmAmount
           WRITE MemoRec
           CLOSE MemoFile.

      * TRANSINS.DAT may not exist yet the first time this runs.
       Open-Charge-File.
           OPEN EXTEND ChargeFile
           IF Charge-Status = "35"
               OPEN OUTPUT ChargeFile
           END-IF
           IF Charge-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN TRANSINS.DAT, STATUS "
                   Charge-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * TRANSINS.DAT is re-sorted after the appends because Merge
      * aborts the whole nightly run on an out-of-sequence insertion
      * file, and resealed with HDR/TRL batch control records so
      * Merge can prove the file arrived whole.  Control records
      * already in the file sort to the end (the tag letters collate
      * after the digits) and are dropped, so the new trailer covers
      * exactly the details written - Invoice's charges included.
      ******************************************************************
       Sort-Charge-File.
           SORT SortWorkFile ON ASCENDING KEY StudentId OF SortWorkRec
               USING ChargeFile
               GIVING SortedChargeFile
           PERFORM Seal-Charge-File.

       Seal-Charge-File.
           MOVE FUNCTION CURRENT-DATE TO Current-DateTime
           MOVE ZEROS TO Seal-Count
           MOVE ZEROS TO Seal-Hash
           MOVE ZEROS TO Seal-Amount
           MOVE "N" TO Sorted-EOF

           OPEN INPUT SortedChargeFile
           OPEN OUTPUT ChargeFile

           MOVE SPACES TO Control-Rec
           MOVE "HDR" TO BcRecordTag
           MOVE Current-DateTime(1:8) TO BcBatchDate
           MOVE "CLASSFEE" TO BcSource
           WRITE ChargeRec FROM Control-Rec

           PERFORM UNTIL Sorted-EOF = "Y"
               READ SortedChargeFile
                   AT END
                       MOVE "Y" TO Sorted-EOF
                   NOT AT END
                       PERFORM Seal-One-Charge
               END-READ
           END-PERFORM

           MOVE SPACES TO Control-Rec
           MOVE "TRL" TO BcRecordTag
           MOVE Seal-Count TO BcRecordCount
           MOVE Seal-Hash TO BcHashTotal
           MOVE Seal-Amount TO BcAmountTotal
           WRITE ChargeRec FROM Control-Rec

           CLOSE SortedChargeFile
           CLOSE ChargeFile.

       Seal-One-Charge.
           IF SortedChargeRec(1:3) = "HDR"
               OR SortedChargeRec(1:3) = "TRL"
               CONTINUE
           ELSE
               MOVE SortedChargeRec TO ChargeRec
               WRITE ChargeRec
               ADD 1 TO Seal-Count
               IF StudentId OF SortedChargeRec IS NUMERIC
                   ADD StudentId OF SortedChargeRec TO Seal-Hash
               END-IF
               IF ShopTotal OF SortedChargeRec IS NUMERIC
                   ADD ShopTotal OF SortedChargeRec TO Seal-Amount
               END-IF
           END-IF.

      ******************************************************************
      * The billed stamps go back to CLASSFEE.DAT in the order it was
      * read, which ClassFeeMaint keeps in class and term order.
      ******************************************************************
       Rewrite-Fee-File.
           OPEN OUTPUT ClassFeeFile
           PERFORM VARYING Fee-Sub FROM 1 BY 1
               UNTIL Fee-Sub > Fee-Count
               MOVE Fee-Record(Fee-Sub) TO ClassFeeRec
               WRITE ClassFeeRec
           END-PERFORM
           CLOSE ClassFeeFile.

      ******************************************************************
      * The nightly batch holds SYSLOCK.CTL from before its first
      * file-touching step until after its last; a session opened
      * mid-cycle used to race the archive step and lose keyed
      * work.  A lock left by an abended run is reported with its
      * holder and timestamp rather than silently honored forever -
      * the operator verifies that run is really dead and removes
      * the file.
      ******************************************************************
       Check-System-Lock.
           OPEN INPUT SysLockFile
           IF SysLock-Status = "00"
               READ SysLockFile
                   AT END
                       CONTINUE
               END-READ
               CLOSE SysLockFile
               DISPLAY "SYSTEM IN USE - LOCKED BY " LkHolder
                   " SINCE " LkTimestamp
               DISPLAY "TRY AGAIN AFTER THE BATCH FINISHES; IF THAT"
                   " RUN ABENDED, REMOVE SYSLOCK.CTL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
