      *          archived transaction files of the cycle being
      *          reversed (TRANSINS.DAT.ccyymmdd.nn and friends, as
      *          the nightly script sets them aside) so the night can
      *          be rerun, puts the reinstatement and recovery
      *          requests the cycle applied back on REINSTQ.DAT and
      *          RECOVQ.DAT, removes the reversed cycle's LEDGER.DAT,
      *          AUDITJRN.DAT and RCVREG.DAT rows so the rerun's rows
      *          do not double them, rebuilds STUDENTS.IDX, and logs
      *          what was backed out to BACKOUT.LOG - so reversing
      *          one bad night is a supported operation instead of a
      *          hand-edit of the master at midnight.  A cycle that
      *          consolidated accounts (CNO/CNI rows on LEDGER.DAT)
      *          is refused before anything changes: its re-keyed
      *          history cannot be put back under the retired IDs.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT JournalWorkFile ASSIGN TO "BACKJRN.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RegisterFile ASSIGN TO "RCVREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Register-Status.

           SELECT RegisterWorkFile ASSIGN TO "BACKRCV.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LogFile ASSIGN TO "BACKOUT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Log-Status.
       01  JournalWorkRec.
           COPY AuditJournal.

       FD  RegisterFile.
       01  RegisterRec.
           COPY Recovery.

       FD  RegisterWorkFile.
       01  RegisterWorkRec.
           COPY Recovery.

       FD  LogFile.
       01  LogLine                 PIC X(100).

       01  Index-Status         PIC XX.
       01  Ledger-Status        PIC XX.
       01  Journal-Status       PIC XX.
       01  Register-Status      PIC XX.
       01  Log-Status           PIC XX.

       01  Restore-Filename     PIC X(40).
       01  Records-Copied       PIC 9(7) VALUE ZEROS.
       01  Students-Indexed     PIC 9(7) VALUE ZEROS.
       01  Files-Requeued       PIC 9(2) VALUE ZEROS.
       01  Queue-Sub            PIC 99.
       01  Purge-Date           PIC X(8).
       01  Purge-Cycle          PIC 99.
       01  Purge-EOF            PIC X.
       01  Ledger-Removed       PIC 9(7) VALUE ZEROS.
       01  Journal-Removed      PIC 9(7) VALUE ZEROS.
       01  Register-Removed     PIC 9(7) VALUE ZEROS.
       01  Consolidation-Rows   PIC 9(7) VALUE ZEROS.

       01  Queue-Name-Table.
           05  FILLER              PIC X(13) VALUE "TRANSINS.DAT".
           05  FILLER              PIC X(13) VALUE "TRANSDEL.DAT".
           05  FILLER              PIC X(13) VALUE "TRANSCRM.DAT".
           05  FILLER              PIC X(13) VALUE "TRANSWOF.DAT".
           05  FILLER              PIC X(13) VALUE "TRANSNSF.DAT".
           05  FILLER              PIC X(13) VALUE "CONSOLQ.DAT".
           05  FILLER              PIC X(13) VALUE "REINSTQ.DAT".
           05  FILLER              PIC X(13) VALUE "RECOVQ.DAT".
       01  Queue-Names REDEFINES Queue-Name-Table.
           05  Queue-Name          PIC X(13) OCCURS 11 TIMES.

       01  Log-Detail.
           05  LD-Timestamp        PIC X(14).
               STOP RUN
           END-IF
           CLOSE RestoreInFile
           PERFORM Check-Consolidated-Cycle

           DISPLAY "THIS OVERWRITES STUDENTS.DAT FROM "
               Restore-Filename
           DISPLAY "BACK-OUT COMPLETE - SEE BACKOUT.LOG"
           STOP RUN.

      ******************************************************************
      * AcctConsolidate re-keys a retired ID's whole ledger, contact
      * card, plan, checkouts, holds and sponsorships to the surviving
      * ID and stamps the move with CNO/CNI rows under the cycle.
      * Restoring the master and purging those rows would leave that
      * history under an ID the restored master no longer carries,
      * so a cycle with CNO/CNI rows is refused here, before the
      * master or any file is touched, and the refusal is logged.
      ******************************************************************
       Check-Consolidated-Cycle.
           IF Requeue-Suffix = SPACES
               OR Requeue-Suffix(1:8) IS NOT NUMERIC
               OR Requeue-Suffix(9:1) NOT = "."
               OR Requeue-Suffix(10:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE Requeue-Suffix(1:8) TO Purge-Date
           MOVE Requeue-Suffix(10:2) TO Purge-Cycle
           OPEN INPUT LedgerFile
           IF Ledger-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Purge-EOF
           PERFORM UNTIL Purge-EOF = "Y"
               READ LedgerFile
                   AT END
                       MOVE "Y" TO Purge-EOF
                   NOT AT END
                       IF LgRunDate OF LedgerRec = Purge-Date
                           AND LgCycle OF LedgerRec = Purge-Cycle
                           AND (LgTransType OF LedgerRec = "CNO"
                               OR LgTransType OF LedgerRec = "CNI")
                           ADD 1 TO Consolidation-Rows
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LedgerFile
           IF Consolidation-Rows = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM Open-Log-File
           MOVE SPACES TO Log-Detail
           STRING "REFUSED CYCLE " Requeue-Suffix
               " - " Consolidation-Rows
               " CNO/CNI ROWS, CONSOLIDATION CANNOT BE REVERSED"
               DELIMITED BY SIZE
               INTO LD-Text
           PERFORM Write-Log-Line
           CLOSE LogFile
           DISPLAY "ABORTED - CYCLE " Requeue-Suffix
               " CONSOLIDATED ACCOUNTS (" Consolidation-Rows
               " CNO/CNI ROWS ON LEDGER.DAT)"
           DISPLAY "A CONSOLIDATED CYCLE CANNOT BE BACKED OUT -"
               " NOTHING CHANGED"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       Open-Log-File.
           OPEN EXTEND LogFile
           IF Log-Status = "35"
      * The nightly script sets each cycle's consumed transaction
      * files aside as <name>.<ccyymmdd.nn>; re-queueing copies them
      * back under their live names so the corrected night can simply
      * be rerun.  A file the cycle never had is skipped.  The last
      * three are the requests Steps 3a-3c applied; their queues
      * still hold what was refused or keyed since, so the filed
      * requests are added back to the end rather than copied over.
      ******************************************************************
       Requeue-Transaction-Files.
           PERFORM VARYING Queue-Sub FROM 1 BY 1
               UNTIL Queue-Sub > 11
               PERFORM Requeue-One-File
           END-PERFORM
           MOVE SPACES TO Log-Detail
               MOVE SPACES TO Queue-Out-Name
               STRING Queue-Name(Queue-Sub) DELIMITED BY SPACE
                   INTO Queue-Out-Name
               IF Queue-Sub > 8
                   OPEN EXTEND QueueOutFile
                   IF QueueOut-Status = "35"
                       OPEN OUTPUT QueueOutFile
                   END-IF
               ELSE
                   OPEN OUTPUT QueueOutFile
               END-IF
               MOVE "N" TO Copy-EOF
               MOVE ZEROS TO Records-Copied
               PERFORM UNTIL Copy-EOF = "Y"
           END-IF.

      ******************************************************************
      * The reversed cycle's LEDGER.DAT and AUDITJRN.DAT rows, and
      * the RCVREG.DAT entries RecoveryPost stamped with it, are
      * dropped along with its master changes - the corrected rerun
      * writes its own rows under a new cycle number, and leaving
      * the old ones in place would list the bad night's charges
      * and payments twice on every statement forever after, and
      * the requeued recoveries would be refused as over the amount
      * placed.  A
      * suffix that does not parse as ccyymmdd.nn skips the purge
      * with a message rather than guessing.
      ******************************************************************
               MOVE Requeue-Suffix(10:2) TO Purge-Cycle
               PERFORM Purge-Ledger-Rows
               PERFORM Purge-Journal-Rows
               PERFORM Purge-Register-Rows
               MOVE SPACES TO Log-Detail
               STRING "REMOVED " Ledger-Removed
                   " LEDGER AND " Journal-Removed
               DISPLAY "REMOVED " Ledger-Removed " LEDGER AND "
                   Journal-Removed " JOURNAL ROWS FOR CYCLE "
                   Requeue-Suffix
               MOVE SPACES TO Log-Detail
               STRING "REMOVED " Register-Removed
                   " RCVREG.DAT ROWS FOR CYCLE "
                   Requeue-Suffix DELIMITED BY SIZE
                   INTO LD-Text
               PERFORM Write-Log-Line
               DISPLAY "REMOVED " Register-Removed
                   " RCVREG.DAT ROWS FOR CYCLE " Requeue-Suffix
           END-IF.

       Purge-Ledger-Rows.
           CLOSE JournalWorkFile
           CLOSE JournalFile.

       Purge-Register-Rows.
           OPEN INPUT RegisterFile
           IF Register-Status = "00"
               OPEN OUTPUT RegisterWorkFile
               MOVE "N" TO Purge-EOF
               PERFORM UNTIL Purge-EOF = "Y"
                   READ RegisterFile
                       AT END
                           MOVE "Y" TO Purge-EOF
                       NOT AT END
                           IF RvPostDate OF RegisterRec = Purge-Date
                               AND RvPostCycle OF RegisterRec =
                                   Purge-Cycle
                               ADD 1 TO Register-Removed
                           ELSE
                               MOVE RegisterRec TO RegisterWorkRec
                               WRITE RegisterWorkRec
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RegisterFile
               CLOSE RegisterWorkFile
               PERFORM Copy-Register-Back
           END-IF.

       Copy-Register-Back.
           OPEN INPUT RegisterWorkFile
           OPEN OUTPUT RegisterFile
           MOVE "N" TO Purge-EOF
           PERFORM UNTIL Purge-EOF = "Y"
               READ RegisterWorkFile
                   AT END
                       MOVE "Y" TO Purge-EOF
                   NOT AT END
                       MOVE RegisterWorkRec TO RegisterRec
                       WRITE RegisterRec
               END-READ
           END-PERFORM
           CLOSE RegisterWorkFile
           CLOSE RegisterFile.

      ******************************************************************
      * The balance-inquiry index must match the restored master; a
      * failed rebuild is reported but does not undo the restore -
