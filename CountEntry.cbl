      ******************************************************************
      * Author:
      * Date:
      * Purpose: Count-entry session for a physical inventory.  The
      *          counter keys the quantity written on each COUNTSHT.RPT
      *          line against its item code; the count lands on the
      *          item's INVCOUNT.DAT record with the keying operator,
      *          and a recount simply replaces the earlier figure
      *          (shown before it is replaced).  The book figure is
      *          never displayed here - CountPost reports the variance
      *          for a supervisor once the counting is done.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CountEntry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CountFile ASSIGN TO "INVCOUNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Count-Status.

           SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunCtl-Status.

           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Operator-Status.

           SELECT ActivityLogFile ASSIGN TO "OPACTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ActLog-Status.

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

       FD  CountFile.
       01  CountRec.
           COPY InventoryCount.

       FD  RunControlFile.
       01  RunControlRec.
           COPY RunControl.

       FD  OperatorFile.
       01  OperatorRec.
           COPY Operator.

       FD  ActivityLogFile.
       01  ActivityLogRec.
           COPY OperatorLog.

       WORKING-STORAGE SECTION.
       01  SysLock-Status       PIC XX.
       01  Count-Status         PIC XX.
       01  RunCtl-Status        PIC XX.

       01  Operator-Status      PIC XX.
       01  ActLog-Status        PIC XX.
       01  Operator-EOF         PIC X.
       01  Operator-Found       PIC X.
       01  Operator-Id          PIC X(4).
       01  Operator-Level       PIC X.
       01  Count-EOF            PIC X VALUE "N".
       01  Run-Date             PIC X(8).
       01  Current-DateTime     PIC X(21).
       01  Entry-Code           PIC X(5).
       01  Counted-Quantity     PIC 9(5).
       01  Confirm-Code         PIC X.
       01  Counts-Keyed         PIC 9(5) VALUE ZEROS.
       01  Counts-Outstanding   PIC 9(5) VALUE ZEROS.

      * INVCOUNT.DAT held in memory for the session and rewritten
      * once at the end.
       01  Count-Limit          PIC 9(3) VALUE 500.
       01  Count-Count          PIC 9(3) VALUE ZEROS.
       01  Count-Sub            PIC 9(3).
       01  Count-Found          PIC X.
       01  Count-Table.
           05  Count-Entry OCCURS 500 TIMES.
               10  TbCount             PIC X(56).

       PROCEDURE DIVISION.
       Begin.
           PERFORM Check-System-Lock
           PERFORM Read-Run-Control
           PERFORM Sign-On-Operator
           PERFORM Load-Count-Table

           PERFORM Key-One-Count
               UNTIL Entry-Code = SPACES

           IF Counts-Keyed > ZEROS
               PERFORM Rewrite-Count-File
           END-IF

           MOVE ZEROS TO Counts-Outstanding
           PERFORM VARYING Count-Sub FROM 1 BY 1
               UNTIL Count-Sub > Count-Count
               MOVE TbCount(Count-Sub) TO CountRec
               IF IcCountedFlag NOT = "Y"
                   ADD 1 TO Counts-Outstanding
               END-IF
           END-PERFORM
           DISPLAY "COUNTS KEYED THIS SESSION: " Counts-Keyed
           DISPLAY "ITEMS STILL UNCOUNTED:     " Counts-Outstanding
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

      * Counts can only be keyed against sheets CountSheet printed.
       Load-Count-Table.
           OPEN INPUT CountFile
           IF Count-Status NOT = "00"
               DISPLAY "ABORTED - NO COUNT IN PROGRESS, INVCOUNT.DAT "
                   "STATUS " Count-Status
               DISPLAY "PRINT THE COUNT SHEETS THROUGH CountSheet FIRST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL Count-EOF = "Y"
               READ CountFile
                   AT END
                       MOVE "Y" TO Count-EOF
                   NOT AT END
                       IF Count-Count >= Count-Limit
                           DISPLAY "ABORTED - INVCOUNT.DAT EXCEEDS "
                               Count-Limit " ITEMS - RAISE THE "
                               "TABLE LIMIT"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO Count-Count
                       MOVE CountRec TO TbCount(Count-Count)
               END-READ
           END-PERFORM
           CLOSE CountFile
           IF Count-Count = ZEROS
               DISPLAY "ABORTED - INVCOUNT.DAT IS EMPTY"
               DISPLAY "PRINT THE COUNT SHEETS THROUGH CountSheet FIRST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * A count already on the record is shown before it is
      * replaced, so a recount overwriting a good figure by mistake
      * is caught at the keyboard.
      ******************************************************************
       Key-One-Count.
           DISPLAY " "
           DISPLAY "ITEM CODE (BLANK TO END): "
           MOVE SPACES TO Entry-Code
           ACCEPT Entry-Code
           IF Entry-Code = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Count-Found
           PERFORM VARYING Count-Sub FROM 1 BY 1
               UNTIL Count-Sub > Count-Count
               OR Count-Found = "Y"
               MOVE TbCount(Count-Sub) TO CountRec
               IF IcItemCode = Entry-Code
                   MOVE "Y" TO Count-Found
               END-IF
           END-PERFORM
           IF Count-Found = "N"
               DISPLAY "ITEM " Entry-Code " IS NOT ON THE COUNT SHEETS"
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM Count-Sub
           DISPLAY "ITEM:  " IcItemCode " " IcDescription
           IF IcCountedFlag = "Y"
               DISPLAY "ALREADY COUNTED: " IcCountedQty
                   " BY " IcOperator
               DISPLAY "REPLACE THE COUNT (Y TO CONFIRM): "
               MOVE SPACES TO Confirm-Code
               ACCEPT Confirm-Code
               IF Confirm-Code NOT = "Y" AND Confirm-Code NOT = "y"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE ZEROS TO Counted-Quantity
           DISPLAY "QUANTITY COUNTED 9(5): "
           ACCEPT Counted-Quantity
           MOVE Counted-Quantity TO IcCountedQty
           MOVE "Y" TO IcCountedFlag
           MOVE Operator-Id TO IcOperator
           MOVE CountRec TO TbCount(Count-Sub)
           ADD 1 TO Counts-Keyed
           MOVE SPACES TO ActivityLogRec
           MOVE "PCK" TO OlTransType
           MOVE ZEROS TO OlStudentId
           MOVE ZEROS TO OlAmount
           PERFORM Write-Activity-Log
           DISPLAY "COUNT OF " Counted-Quantity " KEYED ON "
               Entry-Code.

       Rewrite-Count-File.
           OPEN OUTPUT CountFile
           PERFORM VARYING Count-Sub FROM 1 BY 1
               UNTIL Count-Sub > Count-Count
               MOVE TbCount(Count-Sub) TO CountRec
               WRITE CountRec
           END-PERFORM
           CLOSE CountFile.
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
