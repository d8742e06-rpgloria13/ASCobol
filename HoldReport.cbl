      ******************************************************************
      * Author:
      * Date:
      * Purpose: Active account hold report.  Lists every hold in
      *          force on HOLDS.DAT (HOLDS.RPT) - student, name from
      *          STUDENTS.DAT, kind of hold, the supervisor's reason,
      *          and who set it when - with a count of each kind and
      *          a grand total, so the office can review who the
      *          counter is turning away and lift what is stale.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HoldReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HoldFile ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hold-Status.

           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Student-Status.

           SELECT ReportFile ASSIGN TO "HOLDS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HoldFile.
       01  HoldRec.
           COPY AccountHold.

       FD  StudentFile.
       01  StudentRec.
           COPY StudentMaster.

       FD  ReportFile.
       01  ReportLine              PIC X(80).

       WORKING-STORAGE SECTION.
       01  Hold-Status          PIC XX.
       01  Student-Status       PIC XX.
       01  Hold-EOF             PIC X VALUE "N".
       01  Student-EOF          PIC X VALUE "N".
       01  Holds-Listed         PIC 9(5) VALUE ZEROS.
       01  Cnt-Credit           PIC 9(5) VALUE ZEROS.
       01  Cnt-ReturnedCheck    PIC 9(5) VALUE ZEROS.
       01  Cnt-Tool             PIC 9(5) VALUE ZEROS.
       01  Cnt-Administrative   PIC 9(5) VALUE ZEROS.

       01  Report-Heading       PIC X(80)
           VALUE "ACCOUNT HOLDS IN FORCE".

       01  Column-Heading.
           05  FILLER              PIC X(26)
               VALUE "STUDENT  NAME".
           05  FILLER              PIC X(16) VALUE "HOLD".
           05  FILLER              PIC X(10) VALUE "SET".
           05  FILLER              PIC X(6) VALUE "BY".
           05  FILLER              PIC X(6) VALUE "REASON".

       01  Detail-Line.
           05  DL-StudentId        PIC 9(7).
           05  FILLER              PIC X(2).
           05  DL-Name             PIC X(16).
           05  FILLER              PIC X(1).
           05  DL-Hold             PIC X(14).
           05  FILLER              PIC X(2).
           05  DL-Date             PIC X(8).
           05  FILLER              PIC X(2).
           05  DL-Operator         PIC X(4).
           05  FILLER              PIC X(2).
           05  DL-Reason           PIC X(20).

       01  Count-Line.
           05  CL-Label            PIC X(20).
           05  CL-Count            PIC ZZZZ9.

       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT HoldFile
           IF Hold-Status = "35"
               DISPLAY "NO HOLDS YET - HOLDS.DAT NOT FOUND"
               STOP RUN
           END-IF
           IF Hold-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN HOLDS.DAT, STATUS "
                   Hold-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT StudentFile
           IF Student-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN STUDENTS.DAT, STATUS "
                   Student-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Read-Next-Master

           OPEN OUTPUT ReportFile
           WRITE ReportLine FROM Report-Heading
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM Column-Heading

           PERFORM UNTIL Hold-EOF = "Y"
               READ HoldFile
                   AT END
                       MOVE "Y" TO Hold-EOF
                   NOT AT END
                       PERFORM List-One-Hold
               END-READ
           END-PERFORM

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "CREDIT HOLDS" TO CL-Label
           MOVE Cnt-Credit TO CL-Count
           WRITE ReportLine FROM Count-Line
           MOVE "RETURNED CHECK" TO CL-Label
           MOVE Cnt-ReturnedCheck TO CL-Count
           WRITE ReportLine FROM Count-Line
           MOVE "TOOL HOLDS" TO CL-Label
           MOVE Cnt-Tool TO CL-Count
           WRITE ReportLine FROM Count-Line
           MOVE "ADMINISTRATIVE" TO CL-Label
           MOVE Cnt-Administrative TO CL-Count
           WRITE ReportLine FROM Count-Line
           MOVE "HOLDS IN FORCE" TO CL-Label
           MOVE Holds-Listed TO CL-Count
           WRITE ReportLine FROM Count-Line

           CLOSE HoldFile
           CLOSE StudentFile
           CLOSE ReportFile

           DISPLAY "HOLDS LISTED: " Holds-Listed
           DISPLAY "REPORT WRITTEN TO HOLDS.RPT"
           STOP RUN.

       Read-Next-Master.
           READ StudentFile
               AT END
                   MOVE "Y" TO Student-EOF
           END-READ.

      ******************************************************************
      * HoldMaint leaves HOLDS.DAT in ascending student order, so one
      * master cursor names every hold in a single pass; a student
      * since withdrawn lists by ID alone.
      ******************************************************************
       List-One-Hold.
           PERFORM UNTIL Student-EOF = "Y"
               OR StudentId OF StudentRec
                   NOT LESS THAN AhStudentId
               PERFORM Read-Next-Master
           END-PERFORM
           MOVE SPACES TO Detail-Line
           MOVE AhStudentId TO DL-StudentId
           IF Student-EOF = "N"
               AND StudentId OF StudentRec = AhStudentId
               MOVE LastName OF StudentRec TO DL-Name
           END-IF
           EVALUATE AhHoldCode
               WHEN "C"
                   MOVE "CREDIT HOLD" TO DL-Hold
                   ADD 1 TO Cnt-Credit
               WHEN "R"
                   MOVE "RETURNED CHECK" TO DL-Hold
                   ADD 1 TO Cnt-ReturnedCheck
               WHEN "T"
                   MOVE "TOOL HOLD" TO DL-Hold
                   ADD 1 TO Cnt-Tool
               WHEN "A"
                   MOVE "ADMINISTRATIVE" TO DL-Hold
                   ADD 1 TO Cnt-Administrative
               WHEN OTHER
                   MOVE AhHoldCode TO DL-Hold
           END-EVALUATE
           MOVE AhDate TO DL-Date
           MOVE AhOperator TO DL-Operator
           MOVE AhReason TO DL-Reason
           WRITE ReportLine FROM Detail-Line
           ADD 1 TO Holds-Listed.
