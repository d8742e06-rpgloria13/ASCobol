      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor's session for account consolidation.
      *          When a student turns up under two IDs, or has to
      *          be renumbered, the supervisor queues a request to
      *          fold the old ID into the surviving one on
      *          CONSOLQ.DAT.  Both IDs are run through CheckDigit
      *          and looked up on STUDENTS.IDX, the names and
      *          balances are shown side by side before the request
      *          is confirmed, and a request that would chain into
      *          another one already queued is refused.  The queue
      *          can be listed and a request cancelled before the
      *          nightly AcctConsolidate step applies it - the
      *          balance, ledger history, contact card, payment
      *          plan, open tool checkouts, holds, no-checks flag,
      *          household link and sponsorships all move in that
      *          one controlled cycle, never piecemeal from the
      *          counter.
      *          The queue is held in memory for the session and
      *          rewritten once at the end.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConsolidateEntry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentIndexFile ASSIGN TO "STUDENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS StudentId OF StudentIndexRec
               ALTERNATE RECORD KEY IS LastName OF StudentIndexRec
                   WITH DUPLICATES
               FILE STATUS IS Index-Status.

           SELECT QueueFile ASSIGN TO "CONSOLQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Queue-Status.

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

       FD  StudentIndexFile.
       01  StudentIndexRec.
           COPY StudentMaster.

       FD  QueueFile.
       01  QueueRec.
           COPY ConsolidationRequest.

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
       01  Index-Status         PIC XX.
       01  Queue-Status         PIC XX.
       01  Queue-EOF            PIC X VALUE "N".
       01  RunCtl-Status        PIC XX.
       01  Run-Date             PIC X(8).
       01  Operator-Status      PIC XX.
       01  ActLog-Status        PIC XX.
       01  Operator-EOF         PIC X.
       01  Operator-Found       PIC X.
       01  Operator-Id          PIC X(4).
       01  Operator-Level       PIC X.
       01  Current-DateTime     PIC X(21).
       01  Menu-Choice          PIC X.
       01  Entry-Id             PIC 9(7).
       01  Old-Id               PIC 9(7).
       01  New-Id               PIC 9(7).
       01  Old-Balance          PIC 9(5)V99.
       01  New-Balance          PIC 9(5)V99.
       01  Combined-Balance     PIC 9(6)V99.
       01  Edited-Balance       PIC ZZZ,ZZ9.99.
       01  Check-Digit-Valid    PIC X.
       01  Student-Found        PIC X.
       01  Confirm-Code         PIC X.
       01  Queue-Conflict       PIC X.
       01  Requests-Queued      PIC 9(5) VALUE ZEROS.
       01  Requests-Cancelled   PIC 9(5) VALUE ZEROS.

      * CONSOLQ.DAT held in memory for the session; a cancelled
      * request is blanked to a zero old ID and left out of the
      * rewrite.
       01  Queue-Limit          PIC 9(3) VALUE 200.
       01  Queue-Count          PIC 9(3) VALUE ZEROS.
       01  Queue-Sub            PIC 9(3).
       01  Queue-Found          PIC X.
       01  Queue-Table.
           05  Queue-Entry OCCURS 200 TIMES.
               10  TbCqOldId           PIC 9(7).
               10  TbCqNewId           PIC 9(7).
               10  TbCqOperator        PIC X(4).
               10  TbCqDate            PIC X(8).

       PROCEDURE DIVISION.
       Begin.
           PERFORM Check-System-Lock
           OPEN INPUT StudentIndexFile
           IF Index-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN STUDENTS.IDX, STATUS "
                   Index-Status
               DISPLAY "RUN BuildStudentIndex AFTER THE LAST MERGE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Read-Run-Control
           PERFORM Sign-On-Operator
           PERFORM Load-Queue-Table

           PERFORM UNTIL Menu-Choice = "X" OR Menu-Choice = "x"
               DISPLAY " "
               DISPLAY "Q=QUEUE A CONSOLIDATION, L=LIST THE QUEUE, "
                   "C=CANCEL A REQUEST, X=EXIT: "
               ACCEPT Menu-Choice
               EVALUATE Menu-Choice
                   WHEN "Q"
                   WHEN "q"
                       PERFORM Queue-One-Request
                   WHEN "L"
                   WHEN "l"
                       PERFORM List-Queue
                   WHEN "C"
                   WHEN "c"
                       PERFORM Cancel-One-Request
               END-EVALUATE
           END-PERFORM

           CLOSE StudentIndexFile

           IF Requests-Queued > ZEROS
               OR Requests-Cancelled > ZEROS
               PERFORM Rewrite-Queue-File
           END-IF

           DISPLAY "REQUESTS QUEUED:      " Requests-Queued
           DISPLAY "REQUESTS CANCELLED:   " Requests-Cancelled
           STOP RUN.

      ******************************************************************
      * The business date on the run-control card dates the activity
      * log and the request; a missing or unreadable card falls back
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

      ******************************************************************
      * Folding one account into another moves money and history
      * between families' records, so the sign-on refuses any
      * operator below supervisor level.
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

      * A missing queue file just means nothing is waiting.
       Load-Queue-Table.
           OPEN INPUT QueueFile
           IF Queue-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Queue-EOF = "Y"
               READ QueueFile
                   AT END
                       MOVE "Y" TO Queue-EOF
                   NOT AT END
                       PERFORM Store-One-Request
               END-READ
           END-PERFORM
           CLOSE QueueFile.

       Store-One-Request.
           IF Queue-Count >= Queue-Limit
               DISPLAY "ABORTED - MORE THAN " Queue-Limit
                   " REQUESTS ON CONSOLQ.DAT - RAISE THE TABLE LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO Queue-Count
           MOVE CqOldId TO TbCqOldId(Queue-Count)
           MOVE CqNewId TO TbCqNewId(Queue-Count)
           MOVE CqOperator TO TbCqOperator(Queue-Count)
           MOVE CqDate TO TbCqDate(Queue-Count).

      ******************************************************************
      * Every ID starts the way TransEntry's do: check-digit it, then
      * show the supervisor who the master says it is and what they
      * owe - folding the wrong account in is exactly the mis-key
      * this stops.
      ******************************************************************
       Verify-Entry-Id.
           MOVE "N" TO Student-Found
           ACCEPT Entry-Id
           IF Entry-Id = ZEROS
               CONTINUE
           ELSE
               CALL "CheckDigit" USING Entry-Id, Check-Digit-Valid
               END-CALL
               IF Check-Digit-Valid = "N"
                   DISPLAY "ID " Entry-Id " FAILS CHECK DIGIT"
               ELSE
                   MOVE Entry-Id TO StudentId OF StudentIndexRec
                   READ StudentIndexFile
                       KEY IS StudentId OF StudentIndexRec
                       INVALID KEY
                           DISPLAY "NO STUDENT ON MASTER FOR ID "
                               Entry-Id
                       NOT INVALID KEY
                           MOVE "Y" TO Student-Found
                           DISPLAY "STUDENT: "
                               FirstName OF StudentIndexRec " "
                               LastName OF StudentIndexRec
                           DISPLAY "BALANCE: "
                               ShopTotal OF StudentIndexRec
                   END-READ
               END-IF
           END-IF.

      ******************************************************************
      * The old ID is retired and everything it holds moves to the
      * new one.  Neither ID may already be part of another queued
      * request, in either role - a chain (A into B, B into C) would
      * depend on the order the batch happened to apply them, so the
      * supervisor queues the second move after the first has run.
      ******************************************************************
       Queue-One-Request.
           DISPLAY " "
           DISPLAY "OLD STUDENT ID TO RETIRE (0 TO CANCEL): "
           PERFORM Verify-Entry-Id
           IF Student-Found = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE Entry-Id TO Old-Id
           MOVE ShopTotal OF StudentIndexRec TO Old-Balance

           DISPLAY "SURVIVING STUDENT ID (0 TO CANCEL): "
           PERFORM Verify-Entry-Id
           IF Student-Found = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE Entry-Id TO New-Id
           MOVE ShopTotal OF StudentIndexRec TO New-Balance

           IF New-Id = Old-Id
               DISPLAY "AN ACCOUNT CANNOT BE FOLDED INTO ITSELF"
               EXIT PARAGRAPH
           END-IF
           PERFORM Check-Queue-Conflict
           IF Queue-Conflict = "Y"
               EXIT PARAGRAPH
           END-IF
           COMPUTE Combined-Balance = Old-Balance + New-Balance
           IF Combined-Balance > 99999.99
               DISPLAY "COMBINED BALANCE WOULD EXCEED 99,999.99"
                   " - NOT QUEUED"
               EXIT PARAGRAPH
           END-IF
           IF Queue-Count >= Queue-Limit
               DISPLAY "CONSOLIDATION QUEUE IS FULL - RAISE THE "
                   "TABLE LIMIT"
               EXIT PARAGRAPH
           END-IF

           MOVE Combined-Balance TO Edited-Balance
           DISPLAY "COMBINED BALANCE AS OF TONIGHT'S INDEX: "
               Edited-Balance
           DISPLAY "RETIRE " Old-Id " INTO " New-Id
               " (Y TO CONFIRM): "
           MOVE SPACES TO Confirm-Code
           ACCEPT Confirm-Code
           IF Confirm-Code NOT = "Y" AND Confirm-Code NOT = "y"
               DISPLAY "NOT QUEUED"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO Queue-Count
           MOVE Old-Id TO TbCqOldId(Queue-Count)
           MOVE New-Id TO TbCqNewId(Queue-Count)
           MOVE Operator-Id TO TbCqOperator(Queue-Count)
           MOVE Run-Date TO TbCqDate(Queue-Count)
           ADD 1 TO Requests-Queued
           MOVE SPACES TO ActivityLogRec
           MOVE "CON" TO OlTransType
           MOVE Old-Id TO OlStudentId
           MOVE Old-Balance TO OlAmount
           PERFORM Write-Activity-Log
           DISPLAY "QUEUED - " Old-Id " MOVES TO " New-Id
               " IN TONIGHT'S CYCLE".

       Check-Queue-Conflict.
           MOVE "N" TO Queue-Conflict
           PERFORM VARYING Queue-Sub FROM 1 BY 1
               UNTIL Queue-Sub > Queue-Count
               OR Queue-Conflict = "Y"
               IF TbCqOldId(Queue-Sub) NOT = ZEROS
                   IF TbCqOldId(Queue-Sub) = Old-Id
                       OR TbCqNewId(Queue-Sub) = Old-Id
                       OR TbCqOldId(Queue-Sub) = New-Id
                       MOVE "Y" TO Queue-Conflict
                       DISPLAY "ALREADY QUEUED: "
                           TbCqOldId(Queue-Sub) " INTO "
                           TbCqNewId(Queue-Sub)
                           " - LET THAT ONE RUN FIRST"
                   END-IF
               END-IF
           END-PERFORM.

       List-Queue.
           MOVE "N" TO Queue-Found
           PERFORM VARYING Queue-Sub FROM 1 BY 1
               UNTIL Queue-Sub > Queue-Count
               IF TbCqOldId(Queue-Sub) NOT = ZEROS
                   MOVE "Y" TO Queue-Found
                   DISPLAY TbCqOldId(Queue-Sub) " INTO "
                       TbCqNewId(Queue-Sub) "  QUEUED "
                       TbCqDate(Queue-Sub) " BY "
                       TbCqOperator(Queue-Sub)
               END-IF
           END-PERFORM
           IF Queue-Found = "N"
               DISPLAY "NOTHING IS QUEUED"
           END-IF.

       Cancel-One-Request.
           DISPLAY "OLD STUDENT ID OF THE REQUEST (0 TO CANCEL): "
           MOVE ZEROS TO Old-Id
           ACCEPT Old-Id
           IF Old-Id = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Queue-Found
           PERFORM VARYING Queue-Sub FROM 1 BY 1
               UNTIL Queue-Sub > Queue-Count
               OR Queue-Found = "Y"
               IF TbCqOldId(Queue-Sub) = Old-Id
                   MOVE "Y" TO Queue-Found
               END-IF
           END-PERFORM
           IF Queue-Found = "N"
               DISPLAY "NO REQUEST QUEUED FOR " Old-Id
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM Queue-Sub
           DISPLAY "CANCEL " Old-Id " INTO " TbCqNewId(Queue-Sub)
               " (Y TO CONFIRM): "
           MOVE SPACES TO Confirm-Code
           ACCEPT Confirm-Code
           IF Confirm-Code NOT = "Y" AND Confirm-Code NOT = "y"
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO TbCqOldId(Queue-Sub)
           ADD 1 TO Requests-Cancelled
           MOVE SPACES TO ActivityLogRec
           MOVE "CNX" TO OlTransType
           MOVE Old-Id TO OlStudentId
           MOVE ZEROS TO OlAmount
           PERFORM Write-Activity-Log
           DISPLAY "REQUEST FOR " Old-Id " CANCELLED".

       Rewrite-Queue-File.
           OPEN OUTPUT QueueFile
           PERFORM VARYING Queue-Sub FROM 1 BY 1
               UNTIL Queue-Sub > Queue-Count
               IF TbCqOldId(Queue-Sub) NOT = ZEROS
                   MOVE TbCqOldId(Queue-Sub) TO CqOldId
                   MOVE TbCqNewId(Queue-Sub) TO CqNewId
                   MOVE TbCqOperator(Queue-Sub) TO CqOperator
                   MOVE TbCqDate(Queue-Sub) TO CqDate
                   WRITE QueueRec
               END-IF
           END-PERFORM
           CLOSE QueueFile.
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
