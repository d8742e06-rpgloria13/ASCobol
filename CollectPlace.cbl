      ******************************************************************
      * Author:
      * Date:
      * Purpose: Collection-agency placement extract, run by a
      *          supervisor when the shop places accounts with the
      *          district's collection agency.  Every write-off on
      *          the cumulative WOFREG.DAT register not yet placed is
      *          matched to the student master for the name and to
      *          STUDCONT.DAT for the guardian's name, address and
      *          phone, and written to the day's agency file
      *          (COLLAGCY.ccyymmdd, dated by the run-control card)
      *          that goes to the agency.  Each placement is also
      *          appended to the COLLPLC.DAT placement register, so a
      *          write-off is placed exactly once and a later
      *          remittance can be checked against what was placed.
      *          A write-off that cannot be placed - the student has
      *          since withdrawn, or no contact card is on file - is
      *          listed on COLLPLC.RPT and tried again on the next
      *          run.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CollectPlace.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WriteOffRegFile ASSIGN TO "WOFREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WofReg-Status.

           SELECT PlacementFile ASSIGN TO "COLLPLC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Placement-Status.

           SELECT AgencyFile ASSIGN DYNAMIC Agency-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Agency-Status.

           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Student-Status.

           SELECT ContactFile ASSIGN TO "STUDCONT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Contact-Status.

           SELECT ExtractFile ASSIGN TO "COLLPLC.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SortWorkFile ASSIGN TO "COLLPLC.SRT".

           SELECT ReportFile ASSIGN TO "COLLPLC.RPT"
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

       FD  WriteOffRegFile.
       01  WriteOffRegRec.
           COPY WriteOffRegister.

       FD  PlacementFile.
       01  PlacementRec.
           COPY CollectionPlacement.

       FD  AgencyFile.
       01  AgencyRec.
           COPY CollectionPlacement.

       FD  StudentFile.
       01  StudentRec.
           COPY StudentMaster.

       FD  ContactFile.
       01  ContactRec.
           COPY StudentContact.

       FD  ExtractFile.
       01  ExtractRec.
           COPY WriteOffRegister.

       SD  SortWorkFile.
       01  SortWorkRec.
           COPY WriteOffRegister.

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

       WORKING-STORAGE SECTION.
       01  SysLock-Status       PIC XX.
       01  WofReg-Status        PIC XX.
       01  Placement-Status     PIC XX.
       01  Agency-Status        PIC XX.
       01  Student-Status       PIC XX.
       01  Contact-Status       PIC XX.
       01  RunCtl-Status        PIC XX.
       01  Run-Date             PIC X(8).
       01  Operator-Status      PIC XX.
       01  ActLog-Status        PIC XX.
       01  Operator-EOF         PIC X.
       01  Operator-Found       PIC X.
       01  Operator-Id          PIC X(4).
       01  Operator-Level       PIC X.
       01  Current-DateTime     PIC X(21).
       01  Agency-Filename      PIC X(40) VALUE SPACES.
       01  Read-EOF             PIC X.
       01  Extract-EOF          PIC X VALUE "N".
       01  Student-EOF          PIC X VALUE "N".
       01  Have-Student         PIC X VALUE "N".
       01  Contact-EOF          PIC X VALUE "N".
       01  Have-Contact         PIC X VALUE "N".
       01  Not-Placed-Reason    PIC X(32).

       01  Curr-Register.
           COPY WriteOffRegister.
       01  Curr-Student.
           COPY StudentMaster.
       01  Curr-Contact.
           COPY StudentContact.

      * COLLPLC.DAT keys already placed - student, write-off date
      * and cycle - so a write-off goes to the agency only once.
       01  Placed-Limit         PIC 9(5) VALUE 5000.
       01  Placed-Count         PIC 9(5) VALUE ZEROS.
       01  Placed-Sub           PIC 9(5).
       01  Placed-Found         PIC X.
       01  Placed-Table.
           05  Placed-Entry OCCURS 5000 TIMES.
               10  TbCpStudentId       PIC 9(7).
               10  TbCpWriteOffDate    PIC X(8).
               10  TbCpWriteOffCycle   PIC 99.

      * Write-offs held back this run, listed after the placements.
       01  Held-Limit           PIC 9(4) VALUE 1000.
       01  Held-Sub             PIC 9(4).
       01  Held-Table.
           05  Held-Entry OCCURS 1000 TIMES.
               10  TbHdStudentId       PIC 9(7).
               10  TbHdDate            PIC X(8).
               10  TbHdCycle           PIC 99.
               10  TbHdAmount          PIC 9(5)V99.
               10  TbHdReason          PIC X(32).

       01  Cnt-Candidates       PIC 9(5) VALUE ZEROS.
       01  Cnt-Placed           PIC 9(5) VALUE ZEROS.
       01  Cnt-Not-Placed       PIC 9(5) VALUE ZEROS.
       01  Tot-Placed           PIC 9(7)V99 VALUE ZEROS.
       01  Tot-Not-Placed       PIC 9(7)V99 VALUE ZEROS.

       01  Report-Heading       PIC X(80)
           VALUE "COLLECTION AGENCY PLACEMENT EXTRACT".

       01  Ident-Line.
           05  FILLER              PIC X(12) VALUE "PLACED ON : ".
           05  IL-Date             PIC X(8).
           05  FILLER              PIC X(14) VALUE "  AGENCY FILE ".
           05  IL-Filename         PIC X(40).

       01  Placed-Heading       PIC X(80)
           VALUE "ACCOUNTS PLACED".

       01  Column-Line          PIC X(80) VALUE
           "STUDENT  NAME              WRITE-OFF      AMOUNT  GUARDIAN".

       01  Detail-Line.
           05  DL-StudentId        PIC 9(7).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DL-Name             PIC X(16).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DL-Date             PIC X(8).
           05  FILLER              PIC X(1) VALUE ".".
           05  DL-Cycle            PIC 99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  DL-Amount           PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DL-Guardian         PIC X(25).

       01  Not-Placed-Heading   PIC X(80)
           VALUE "WRITE-OFFS NOT PLACED - TRIED AGAIN NEXT RUN".

       01  Not-Placed-Line.
           05  NL-StudentId        PIC 9(7).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  NL-Date             PIC X(8).
           05  FILLER              PIC X(1) VALUE ".".
           05  NL-Cycle            PIC 99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  NL-Amount           PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  NL-Reason           PIC X(32).

       01  Total-Line.
           05  TL-Label            PIC X(30).
           05  TL-Count            PIC ZZZZ9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  TL-Amount           PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Check-System-Lock
           PERFORM Read-Run-Control
           PERFORM Sign-On-Operator

           STRING "COLLAGCY." Run-Date DELIMITED BY SIZE
               INTO Agency-Filename

           PERFORM Load-Placed-Table
           PERFORM Extract-Unplaced-WriteOffs
           SORT SortWorkFile
               ON ASCENDING KEY WrStudentId OF SortWorkRec
                                WrDate OF SortWorkRec
                                WrCycle OF SortWorkRec
               USING ExtractFile
               GIVING ExtractFile

           OPEN INPUT StudentFile
           IF Student-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN STUDENTS.DAT, STATUS "
                   Student-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Read-Next-Student
           PERFORM Open-Contact-File

           OPEN INPUT ExtractFile
           OPEN OUTPUT ReportFile
           WRITE ReportLine FROM Report-Heading
           MOVE Run-Date TO IL-Date
           MOVE Agency-Filename TO IL-Filename
           WRITE ReportLine FROM Ident-Line
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM Placed-Heading
           WRITE ReportLine FROM Column-Line

           PERFORM UNTIL Extract-EOF = "Y"
               READ ExtractFile INTO Curr-Register
                   AT END
                       MOVE "Y" TO Extract-EOF
                   NOT AT END
                       PERFORM Place-One-WriteOff
               END-READ
           END-PERFORM
           CLOSE ExtractFile
           CLOSE StudentFile
           CLOSE ContactFile

           IF Cnt-Not-Placed > ZEROS
               PERFORM List-Not-Placed
           END-IF
           PERFORM Write-Placement-Totals
           CLOSE ReportFile

           DISPLAY "WRITE-OFFS PLACED:     " Cnt-Placed
           DISPLAY "WRITE-OFFS NOT PLACED: " Cnt-Not-Placed
           IF Cnt-Placed > ZEROS
               DISPLAY "SEND " Agency-Filename " TO THE AGENCY"
           END-IF
           DISPLAY "LISTING WRITTEN TO COLLPLC.RPT"
           STOP RUN.

      ******************************************************************
      * The business date on the run-control card dates the agency
      * file and the placements; a missing or unreadable card falls
      * back to the wall clock, exactly the way Merge dates its
      * cycle.
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
      * Every session starts with an operator sign-on against
      * OPERATOR.DAT; an unknown ID ends the session before a
      * keystroke is accepted, because everything written here is
      * stamped with who keyed it.  Placing accounts with the
      * agency sends family details out of the building, so only a
      * supervisor may run it.
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

      * A missing register just means nothing has been placed yet.
       Load-Placed-Table.
           OPEN INPUT PlacementFile
           IF Placement-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ PlacementFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       IF Placed-Count < Placed-Limit
                           ADD 1 TO Placed-Count
                           MOVE CpStudentId OF PlacementRec
                               TO TbCpStudentId(Placed-Count)
                           MOVE CpWriteOffDate OF PlacementRec
                               TO TbCpWriteOffDate(Placed-Count)
                           MOVE CpWriteOffCycle OF PlacementRec
                               TO TbCpWriteOffCycle(Placed-Count)
                       ELSE
                           DISPLAY "ABORTED - MORE THAN "
                               Placed-Limit " PLACEMENTS ON"
                               " COLLPLC.DAT"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PlacementFile.

       Extract-Unplaced-WriteOffs.
           OPEN INPUT WriteOffRegFile
           IF WofReg-Status = "35"
               DISPLAY "NO WRITE-OFFS YET - WOFREG.DAT NOT FOUND"
               STOP RUN
           END-IF
           IF WofReg-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN WOFREG.DAT, STATUS "
                   WofReg-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ExtractFile
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ WriteOffRegFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       PERFORM Screen-One-WriteOff
               END-READ
           END-PERFORM
           CLOSE WriteOffRegFile
           CLOSE ExtractFile.

       Screen-One-WriteOff.
           MOVE "N" TO Placed-Found
           PERFORM VARYING Placed-Sub FROM 1 BY 1
               UNTIL Placed-Sub > Placed-Count
               OR Placed-Found = "Y"
               IF TbCpStudentId(Placed-Sub) =
                   WrStudentId OF WriteOffRegRec
                   AND TbCpWriteOffDate(Placed-Sub) =
                       WrDate OF WriteOffRegRec
                   AND TbCpWriteOffCycle(Placed-Sub) =
                       WrCycle OF WriteOffRegRec
                   MOVE "Y" TO Placed-Found
               END-IF
           END-PERFORM
           IF Placed-Found = "N"
               MOVE WriteOffRegRec TO ExtractRec
               WRITE ExtractRec
               ADD 1 TO Cnt-Candidates
           END-IF.

       Read-Next-Student.
           READ StudentFile INTO Curr-Student
               AT END
                   MOVE "Y" TO Student-EOF
                   MOVE "N" TO Have-Student
               NOT AT END
                   MOVE "Y" TO Have-Student
           END-READ.

       Open-Contact-File.
           OPEN INPUT ContactFile
           IF Contact-Status = "00"
               PERFORM Read-Next-Contact
           ELSE
               MOVE "Y" TO Contact-EOF
               MOVE "N" TO Have-Contact
           END-IF.

       Read-Next-Contact.
           READ ContactFile INTO Curr-Contact
               AT END
                   MOVE "Y" TO Contact-EOF
                   MOVE "N" TO Have-Contact
               NOT AT END
                   MOVE "Y" TO Have-Contact
           END-READ.

      ******************************************************************
      * The extract, the master and the contact file all run in
      * ascending student order, so one forward cursor on each
      * names and addresses every write-off in a single pass.  The
      * agency can only work an account it can find, so a student
      * no longer on the master or with no contact card is held
      * back rather than placed half-addressed.
      ******************************************************************
       Place-One-WriteOff.
           PERFORM UNTIL Have-Student = "N"
               OR StudentId OF Curr-Student
                   NOT LESS THAN WrStudentId OF Curr-Register
               PERFORM Read-Next-Student
           END-PERFORM
           PERFORM UNTIL Have-Contact = "N"
               OR ScStudentId OF Curr-Contact
                   NOT LESS THAN WrStudentId OF Curr-Register
               PERFORM Read-Next-Contact
           END-PERFORM
           MOVE SPACES TO Not-Placed-Reason
           IF Have-Student = "N"
               OR StudentId OF Curr-Student NOT =
                   WrStudentId OF Curr-Register
               MOVE "NOT ON MASTER - WITHDRAWN" TO Not-Placed-Reason
           ELSE
               IF Have-Contact = "N"
                   OR ScStudentId OF Curr-Contact NOT =
                       WrStudentId OF Curr-Register
                   MOVE "NO CONTACT CARD ON STUDCONT.DAT"
                       TO Not-Placed-Reason
               END-IF
           END-IF
           IF Not-Placed-Reason NOT = SPACES
               PERFORM Hold-One-WriteOff
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PlacementRec
           MOVE WrStudentId OF Curr-Register TO CpStudentId
               OF PlacementRec
           MOVE LastName OF Curr-Student TO CpLastName OF PlacementRec
           MOVE FirstName OF Curr-Student
               TO CpFirstName OF PlacementRec
           MOVE WrDate OF Curr-Register
               TO CpWriteOffDate OF PlacementRec
           MOVE WrCycle OF Curr-Register
               TO CpWriteOffCycle OF PlacementRec
           MOVE WrAmount OF Curr-Register TO CpAmount OF PlacementRec
           MOVE Run-Date TO CpPlaceDate OF PlacementRec
           MOVE ScGuardian OF Curr-Contact
               TO CpGuardian OF PlacementRec
           MOVE ScAddress1 OF Curr-Contact
               TO CpAddress1 OF PlacementRec
           MOVE ScAddress2 OF Curr-Contact
               TO CpAddress2 OF PlacementRec
           MOVE ScCity OF Curr-Contact TO CpCity OF PlacementRec
           MOVE ScState OF Curr-Contact TO CpState OF PlacementRec
           MOVE ScZip OF Curr-Contact TO CpZip OF PlacementRec
           MOVE ScPhone OF Curr-Contact TO CpPhone OF PlacementRec
           PERFORM Write-Placement

           MOVE CpStudentId OF PlacementRec TO DL-StudentId
           MOVE CpLastName OF PlacementRec TO DL-Name
           MOVE CpWriteOffDate OF PlacementRec TO DL-Date
           MOVE CpWriteOffCycle OF PlacementRec TO DL-Cycle
           MOVE CpAmount OF PlacementRec TO DL-Amount
           MOVE CpGuardian OF PlacementRec TO DL-Guardian
           WRITE ReportLine FROM Detail-Line
           ADD 1 TO Cnt-Placed
           ADD CpAmount OF PlacementRec TO Tot-Placed.

      ******************************************************************
      * Both files are extended, never restarted: a second run on
      * the same business date adds to that day's agency file, and
      * the register keeps every placement ever made.
      ******************************************************************
       Write-Placement.
           OPEN EXTEND AgencyFile
           IF Agency-Status = "35"
               OPEN OUTPUT AgencyFile
           END-IF
           MOVE PlacementRec TO AgencyRec
           WRITE AgencyRec
           CLOSE AgencyFile
           OPEN EXTEND PlacementFile
           IF Placement-Status = "35"
               OPEN OUTPUT PlacementFile
           END-IF
           WRITE PlacementRec
           CLOSE PlacementFile
           MOVE SPACES TO ActivityLogRec
           MOVE "PLC" TO OlTransType
           MOVE CpStudentId OF PlacementRec TO OlStudentId
           MOVE CpAmount OF PlacementRec TO OlAmount
           PERFORM Write-Activity-Log.

       Hold-One-WriteOff.
           ADD 1 TO Cnt-Not-Placed
           ADD WrAmount OF Curr-Register TO Tot-Not-Placed
           IF Cnt-Not-Placed > Held-Limit
               EXIT PARAGRAPH
           END-IF
           MOVE WrStudentId OF Curr-Register
               TO TbHdStudentId(Cnt-Not-Placed)
           MOVE WrDate OF Curr-Register TO TbHdDate(Cnt-Not-Placed)
           MOVE WrCycle OF Curr-Register TO TbHdCycle(Cnt-Not-Placed)
           MOVE WrAmount OF Curr-Register
               TO TbHdAmount(Cnt-Not-Placed)
           MOVE Not-Placed-Reason TO TbHdReason(Cnt-Not-Placed).

      ******************************************************************
      * Whatever was held back is still owed a placement; the
      * office fixes the contact card (or leaves a withdrawn
      * account with the shop) and the next run picks it up.
      ******************************************************************
       List-Not-Placed.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM Not-Placed-Heading
           PERFORM VARYING Held-Sub FROM 1 BY 1
               UNTIL Held-Sub > Cnt-Not-Placed
               OR Held-Sub > Held-Limit
               MOVE TbHdStudentId(Held-Sub) TO NL-StudentId
               MOVE TbHdDate(Held-Sub) TO NL-Date
               MOVE TbHdCycle(Held-Sub) TO NL-Cycle
               MOVE TbHdAmount(Held-Sub) TO NL-Amount
               MOVE TbHdReason(Held-Sub) TO NL-Reason
               WRITE ReportLine FROM Not-Placed-Line
           END-PERFORM.

       Write-Placement-Totals.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO Total-Line
           MOVE "WRITE-OFFS NOT YET PLACED" TO TL-Label
           MOVE Cnt-Candidates TO TL-Count
           ADD Tot-Placed Tot-Not-Placed GIVING TL-Amount
           WRITE ReportLine FROM Total-Line
           MOVE "PLACED WITH THE AGENCY" TO TL-Label
           MOVE Cnt-Placed TO TL-Count
           MOVE Tot-Placed TO TL-Amount
           WRITE ReportLine FROM Total-Line
           MOVE "HELD BACK" TO TL-Label
           MOVE Cnt-Not-Placed TO TL-Count
           MOVE Tot-Not-Placed TO TL-Amount
           WRITE ReportLine FROM Total-Line.

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
