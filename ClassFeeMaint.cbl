      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintains the class lab-fee table (CLASSFEE.DAT) -
      *          the flat lab/materials fee each ShopClass carries for
      *          a term.  A fee is added for a class and term, its
      *          amount or description changed, or the table listed
      *          on the screen with what has already been billed.
      *          Once ClassBilling has charged a class and term the
      *          fee is stamped billed and this session refuses to
      *          change it, so the table always shows what the
      *          students were actually charged.  The table is held
      *          in memory for the session, the way VendorMaint keeps
      *          the vendor master, and rewritten once at the end in
      *          class and term order.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClassFeeMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ClassFeeFile ASSIGN TO "CLASSFEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ClassFee-Status.

           SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunCtl-Status.

           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Operator-Status.

           SELECT ActivityLogFile ASSIGN TO "OPACTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ActLog-Status.

           SELECT SortWorkFile ASSIGN TO "CLASSFEE.SRT".

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

       FD  RunControlFile.
       01  RunControlRec.
           COPY RunControl.

       FD  OperatorFile.
       01  OperatorRec.
           COPY Operator.

       FD  ActivityLogFile.
       01  ActivityLogRec.
           COPY OperatorLog.

       SD  SortWorkFile.
       01  SortWorkRec.
           COPY ClassFee.

       WORKING-STORAGE SECTION.
       01  SysLock-Status       PIC XX.
       01  ClassFee-Status      PIC XX.
       01  RunCtl-Status        PIC XX.

       01  Operator-Status      PIC XX.
       01  ActLog-Status        PIC XX.
       01  Operator-EOF         PIC X.
       01  Operator-Found       PIC X.
       01  Operator-Id          PIC X(4).
       01  Operator-Level       PIC X.
       01  ClassFee-EOF         PIC X VALUE "N".
       01  Menu-Choice          PIC X.
       01  Run-Date             PIC X(8).
       01  Current-DateTime     PIC X(21).
       01  Entry-Class          PIC X(3).
       01  Entry-Term           PIC X(6).
       01  New-Description      PIC X(20).
       01  New-Fee              PIC 9(3)V99.
       01  Changes-Made         PIC 9(5) VALUE ZEROS.

       01  Fee-Display-Line.
           05  FD-ShopClass        PIC X(3).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FD-Term             PIC X(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FD-Description      PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  FD-Fee              PIC ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FD-Billed           PIC X(29).

       01  Billed-Text.
           05  FILLER              PIC X(7) VALUE "BILLED ".
           05  BT-Date             PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  BT-Count            PIC ZZZZ9.
           05  FILLER              PIC X(8) VALUE " STUDNTS".

      * CLASSFEE.DAT held in memory for the session and rewritten
      * once at the end.
       01  Fee-Limit            PIC 9(3) VALUE 500.
       01  Fee-Count            PIC 9(3) VALUE ZEROS.
       01  Fee-Sub              PIC 9(3).
       01  Fee-Found            PIC X.
       01  Fee-Table.
           05  Fee-Entry OCCURS 500 TIMES.
               10  TbCfShopClass       PIC X(3).
               10  TbCfTerm            PIC X(6).
               10  TbCfDescription     PIC X(20).
               10  TbCfFeeAmount       PIC 9(3)V99.
               10  TbCfBilledDate      PIC X(8).
               10  TbCfBilledCount     PIC 9(5).
               10  TbCfBilledTotal     PIC 9(7)V99.
               10  TbCfBilledBy        PIC X(4).

       PROCEDURE DIVISION.
       Begin.
           PERFORM Check-System-Lock
           PERFORM Read-Run-Control
           PERFORM Sign-On-Operator
           PERFORM Load-Fee-Table

           PERFORM UNTIL Menu-Choice = "X" OR Menu-Choice = "x"
               DISPLAY " "
               DISPLAY "A=ADD FEE, C=CHANGE FEE, L=LIST FEES, "
                   "X=EXIT: "
               ACCEPT Menu-Choice
               EVALUATE Menu-Choice
                   WHEN "A"
                   WHEN "a"
                       PERFORM Add-One-Fee
                   WHEN "C"
                   WHEN "c"
                       PERFORM Change-One-Fee
                   WHEN "L"
                   WHEN "l"
                       PERFORM List-Fee-Table
               END-EVALUATE
           END-PERFORM

           IF Changes-Made > ZEROS
               PERFORM Rewrite-Fee-File
           END-IF

           DISPLAY "CLASS FEE CHANGES MADE: " Changes-Made
           STOP RUN.

      ******************************************************************
      * Every session starts with an operator sign-on against
      * OPERATOR.DAT; an unknown ID ends the session before a
      * keystroke is accepted, because everything keyed here is
      * logged with who keyed it.
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
      * The business date on the run-control card dates the activity
      * log; a missing or unreadable card falls back to the wall
      * clock, exactly the way Merge dates its cycle.
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

      * A missing fee table just means the very first session starts
      * from an empty table.
       Load-Fee-Table.
           OPEN INPUT ClassFeeFile
           IF ClassFee-Status = "35"
               EXIT PARAGRAPH
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
           MOVE ClassFeeRec TO Fee-Entry(Fee-Count).

      ******************************************************************
      * Every action starts by finding the keyed class and term and
      * showing what the table already says about it, billed or not.
      ******************************************************************
       Find-Entry-Fee.
           MOVE "N" TO Fee-Found
           MOVE SPACES TO Entry-Class
           MOVE SPACES TO Entry-Term
           DISPLAY "SHOP CLASS (BLANK TO CANCEL): "
           ACCEPT Entry-Class
           IF Entry-Class = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TERM, E.G. 2026FA: "
           ACCEPT Entry-Term
           IF Entry-Term = SPACES
               MOVE SPACES TO Entry-Class
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Fee-Sub FROM 1 BY 1
               UNTIL Fee-Sub > Fee-Count
               OR Fee-Found = "Y"
               IF TbCfShopClass(Fee-Sub) = Entry-Class
                   AND TbCfTerm(Fee-Sub) = Entry-Term
                   MOVE "Y" TO Fee-Found
               END-IF
           END-PERFORM
           IF Fee-Found = "Y"
               SUBTRACT 1 FROM Fee-Sub
               PERFORM Show-One-Fee
           END-IF.

       Show-One-Fee.
           MOVE SPACES TO Fee-Display-Line
           MOVE TbCfShopClass(Fee-Sub) TO FD-ShopClass
           MOVE TbCfTerm(Fee-Sub) TO FD-Term
           MOVE TbCfDescription(Fee-Sub) TO FD-Description
           MOVE TbCfFeeAmount(Fee-Sub) TO FD-Fee
           IF TbCfBilledDate(Fee-Sub) = SPACES
               MOVE "NOT YET BILLED" TO FD-Billed
           ELSE
               MOVE TbCfBilledDate(Fee-Sub) TO BT-Date
               MOVE TbCfBilledCount(Fee-Sub) TO BT-Count
               MOVE Billed-Text TO FD-Billed
           END-IF
           DISPLAY Fee-Display-Line.

       Add-One-Fee.
           PERFORM Find-Entry-Fee
           IF Entry-Class = SPACES
               EXIT PARAGRAPH
           END-IF
           IF Fee-Found = "Y"
               DISPLAY "CLASS " Entry-Class " TERM " Entry-Term
                   " ALREADY HAS A FEE - USE C TO CHANGE IT"
               EXIT PARAGRAPH
           END-IF
           IF Fee-Count >= Fee-Limit
               DISPLAY "FEE TABLE IS FULL - RAISE THE TABLE LIMIT"
               EXIT PARAGRAPH
           END-IF
           PERFORM Accept-Fee-Fields
           IF New-Description = SPACES OR New-Fee = ZEROS
               DISPLAY "DESCRIPTION AND FEE ARE REQUIRED - "
                   "FEE NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Fee-Count
           MOVE Fee-Count TO Fee-Sub
           MOVE SPACES TO Fee-Entry(Fee-Sub)
           MOVE Entry-Class TO TbCfShopClass(Fee-Sub)
           MOVE Entry-Term TO TbCfTerm(Fee-Sub)
           MOVE New-Description TO TbCfDescription(Fee-Sub)
           MOVE New-Fee TO TbCfFeeAmount(Fee-Sub)
           MOVE ZEROS TO TbCfBilledCount(Fee-Sub)
           MOVE ZEROS TO TbCfBilledTotal(Fee-Sub)
           PERFORM Log-Fee-Change
           DISPLAY "CLASS " Entry-Class " TERM " Entry-Term
               " FEE ADDED".

      ******************************************************************
      * A billed fee is history - the students were charged that
      * amount - so only an unbilled fee may change.  A blank answer
      * keeps what the table already holds.
      ******************************************************************
       Change-One-Fee.
           PERFORM Find-Entry-Fee
           IF Entry-Class = SPACES OR Fee-Found = "N"
               IF Entry-Class NOT = SPACES
                   DISPLAY "NO FEE ON THE TABLE FOR CLASS "
                       Entry-Class " TERM " Entry-Term
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF TbCfBilledDate(Fee-Sub) NOT = SPACES
               DISPLAY "ALREADY BILLED ON " TbCfBilledDate(Fee-Sub)
                   " - FEE CANNOT BE CHANGED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "BLANK OR ZERO KEEPS THE CURRENT VALUE"
           PERFORM Accept-Fee-Fields
           IF New-Description NOT = SPACES
               MOVE New-Description TO TbCfDescription(Fee-Sub)
           END-IF
           IF New-Fee NOT = ZEROS
               MOVE New-Fee TO TbCfFeeAmount(Fee-Sub)
           END-IF
           PERFORM Log-Fee-Change
           DISPLAY "CLASS " Entry-Class " TERM " Entry-Term
               " FEE CHANGED".

       Accept-Fee-Fields.
           MOVE SPACES TO New-Description
           DISPLAY "DESCRIPTION: "
           ACCEPT New-Description
           MOVE ZEROS TO New-Fee
           DISPLAY "FEE PER STUDENT 9(3)V99, E.G. 02500 = 25.00: "
           ACCEPT New-Fee.

       List-Fee-Table.
           IF Fee-Count = ZEROS
               DISPLAY "NO CLASS FEES ON THE TABLE"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Fee-Sub FROM 1 BY 1
               UNTIL Fee-Sub > Fee-Count
               PERFORM Show-One-Fee
           END-PERFORM.

       Log-Fee-Change.
           ADD 1 TO Changes-Made
           MOVE SPACES TO ActivityLogRec
           MOVE "CFM" TO OlTransType
           MOVE ZEROS TO OlStudentId
           MOVE TbCfFeeAmount(Fee-Sub) TO OlAmount
           PERFORM Write-Activity-Log.

      ******************************************************************
      * Written back in class and term order so ClassBilling's
      * register and the on-screen list read the way the office
      * thinks of them.
      ******************************************************************
       Rewrite-Fee-File.
           OPEN OUTPUT ClassFeeFile
           PERFORM VARYING Fee-Sub FROM 1 BY 1
               UNTIL Fee-Sub > Fee-Count
               MOVE Fee-Entry(Fee-Sub) TO ClassFeeRec
               WRITE ClassFeeRec
           END-PERFORM
           CLOSE ClassFeeFile
           SORT SortWorkFile
               ON ASCENDING KEY CfShopClass OF SortWorkRec
                                CfTerm OF SortWorkRec
               USING ClassFeeFile
               GIVING ClassFeeFile.

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
