      ******************************************************************
      * Author:
      * Date:
      * Purpose: Sponsor statements.  Invoice bills the sponsor's
      *          share of every sponsored order to SPONSAR.DAT and
      *          charges the family only the rest; this prints the
      *          bill the sponsor pays from (SPONSTMT.RPT) - one
      *          statement per sponsor, addressed from SPONSOR.DAT,
      *          listing each covered student by name with every open
      *          invoice, its date, the order total and the sponsor's
      *          share, and the amount due.  Items already paid or
      *          voided are left off.  The operator keys one sponsor
      *          code or leaves it blank for every sponsor with
      *          anything open.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SponsorStatement.

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

           SELECT SponsorFile ASSIGN TO "SPONSOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sponsor-Status.

           SELECT SponsorChargeFile ASSIGN TO "SPONSAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SponsorChg-Status.

           SELECT SortedChargeFile ASSIGN TO "SPONSTMT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SortWorkFile ASSIGN TO "SPONSTMT.SRT".

           SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunCtl-Status.

           SELECT StatementFile ASSIGN TO "SPONSTMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentIndexFile.
       01  StudentIndexRec.
           COPY StudentMaster.

       FD  SponsorFile.
       01  SponsorRec.
           COPY Sponsor.

       FD  SponsorChargeFile.
       01  SponsorChargeRec.
           COPY SponsorCharge.

       FD  SortedChargeFile.
       01  SortedChargeRec.
           COPY SponsorCharge.

       SD  SortWorkFile.
       01  SortWorkRec.
           COPY SponsorCharge.

       FD  RunControlFile.
       01  RunControlRec.
           COPY RunControl.

       FD  StatementFile.
       01  StatementLine           PIC X(80).

       WORKING-STORAGE SECTION.
       01  Index-Status         PIC XX.
       01  Sponsor-Status       PIC XX.
       01  SponsorChg-Status    PIC XX.
       01  RunCtl-Status        PIC XX.
       01  File-EOF             PIC X VALUE "N".
       01  Run-Date             PIC X(8).
       01  Current-DateTime     PIC X(21).
       01  Select-Code          PIC X(5).
       01  Current-Sponsor      PIC X(5) VALUE SPACES.
       01  Current-Student      PIC 9(7) VALUE ZEROS.
       01  Sponsor-Due          PIC 9(7)V99 VALUE ZEROS.
       01  Sponsor-Items        PIC 9(5) VALUE ZEROS.
       01  Statements-Printed   PIC 9(5) VALUE ZEROS.
       01  Items-Listed         PIC 9(5) VALUE ZEROS.
       01  Grand-Due            PIC 9(7)V99 VALUE ZEROS.

      * SPONSOR.DAT held in memory for the address blocks.
       01  Sponsor-Limit        PIC 9(3) VALUE 200.
       01  Sponsor-Count        PIC 9(3) VALUE ZEROS.
       01  Sponsor-Sub          PIC 9(3).
       01  Sponsor-Found        PIC X.
       01  Sponsor-Table.
           05  Sponsor-Entry OCCURS 200 TIMES.
               10  TbSpSponsorCode     PIC X(5).
               10  TbSpName            PIC X(25).
               10  TbSpContact         PIC X(25).
               10  TbSpAddress1        PIC X(25).
               10  TbSpCity            PIC X(15).
               10  TbSpState           PIC X(2).
               10  TbSpZip             PIC X(10).
               10  TbSpActiveFlag      PIC X.

       01  Heading-Line-1       PIC X(80)
           VALUE "SPONSOR STATEMENT - STUDENT SHOP ACCOUNTS".

       01  Ident-Line.
           05  FILLER              PIC X(9) VALUE "SPONSOR: ".
           05  IL-SponsorCode      PIC X(5).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  FILLER              PIC X(16) VALUE "STATEMENT DATE: ".
           05  IL-Date             PIC X(8).

       01  Address-Name-Line.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  AN-Name             PIC X(25).

       01  Address-Attn-Line.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  FILLER              PIC X(6) VALUE "ATTN: ".
           05  AA-Contact          PIC X(25).

       01  Address-Street-Line.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  AS-Address          PIC X(25).

       01  Address-City-Line.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  AC-City             PIC X(15).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  AC-State            PIC X(2).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  AC-Zip              PIC X(10).

       01  Column-Line.
           05  FILLER              PIC X(40)
               VALUE "STUDENT  NAME                 INVOICE  ".
           05  FILLER              PIC X(40)
               VALUE "DATE         ORDER   SPONSOR".

       01  Detail-Line.
           05  DL-StudentId        PIC 9(7).
           05  FILLER              PIC X(2).
           05  DL-Name             PIC X(20).
           05  FILLER              PIC X(1).
           05  DL-InvoiceNum       PIC 9(6).
           05  FILLER              PIC X(3).
           05  DL-Date             PIC X(8).
           05  FILLER              PIC X(1).
           05  DL-OrderTotal       PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(1).
           05  DL-SponsorAmount    PIC ZZ,ZZ9.99.

       01  Total-Line.
           05  TL-Label            PIC X(30).
           05  FILLER              PIC X(27) VALUE SPACES.
           05  TL-Amount           PIC Z,ZZZ,ZZ9.99.

       01  Remit-Line           PIC X(80) VALUE
           "PLEASE REMIT THE AMOUNT DUE TO THE SCHOOL SHOP OFFICE".

       PROCEDURE DIVISION.
       Begin.
           DISPLAY "SPONSOR CODE (BLANK FOR ALL SPONSORS): "
           MOVE SPACES TO Select-Code
           ACCEPT Select-Code

           PERFORM Read-Run-Control
           PERFORM Load-Sponsor-Table

           OPEN INPUT SponsorChargeFile
           IF SponsorChg-Status = "35"
               DISPLAY "NO SPONSOR ITEMS YET - SPONSAR.DAT NOT FOUND"
               STOP RUN
           END-IF
           IF SponsorChg-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN SPONSAR.DAT, STATUS "
                   SponsorChg-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE SponsorChargeFile

           OPEN INPUT StudentIndexFile
           IF Index-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN STUDENTS.IDX, STATUS "
                   Index-Status
               DISPLAY "RUN BuildStudentIndex AFTER THE LAST MERGE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * SPONSAR.DAT is in the order Invoice billed it; the
      * statements want each sponsor's students together.
           SORT SortWorkFile
               ON ASCENDING KEY SaSponsorCode OF SortWorkRec
                                SaStudentId OF SortWorkRec
                                SaInvoiceNum OF SortWorkRec
               USING SponsorChargeFile
               GIVING SortedChargeFile

           OPEN INPUT SortedChargeFile
           OPEN OUTPUT StatementFile
           PERFORM UNTIL File-EOF = "Y"
               READ SortedChargeFile
                   AT END
                       MOVE "Y" TO File-EOF
                   NOT AT END
                       PERFORM Select-One-Item
               END-READ
           END-PERFORM
           IF Current-Sponsor NOT = SPACES
               PERFORM Finish-Sponsor-Statement
           END-IF
           CLOSE SortedChargeFile
           CLOSE StatementFile
           CLOSE StudentIndexFile

           DISPLAY "SPONSOR STATEMENTS:   " Statements-Printed
           DISPLAY "ITEMS BILLED:         " Items-Listed
           DISPLAY "TOTAL DUE:            " Grand-Due
           DISPLAY "STATEMENTS WRITTEN TO SPONSTMT.RPT"
           STOP RUN.

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

       Load-Sponsor-Table.
           OPEN INPUT SponsorFile
           IF Sponsor-Status = "35"
               DISPLAY "NO SPONSORS YET - SPONSOR.DAT NOT FOUND"
               STOP RUN
           END-IF
           IF Sponsor-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN SPONSOR.DAT, STATUS "
                   Sponsor-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL File-EOF = "Y"
               READ SponsorFile
                   AT END
                       MOVE "Y" TO File-EOF
                   NOT AT END
                       IF Sponsor-Count >= Sponsor-Limit
                           DISPLAY "ABORTED - SPONSOR.DAT EXCEEDS "
                               Sponsor-Limit " RECORDS - RAISE THE "
                               "TABLE LIMIT"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO Sponsor-Count
                       MOVE SponsorRec
                           TO Sponsor-Entry(Sponsor-Count)
               END-READ
           END-PERFORM
           CLOSE SponsorFile
           MOVE "N" TO File-EOF.

      ******************************************************************
      * Only open items bill - paid ones were settled by the
      * sponsor's last check and voided ones never stood.  A change
      * of sponsor closes the statement in progress and starts the
      * next one.
      ******************************************************************
       Select-One-Item.
           IF SaStatus OF SortedChargeRec NOT = SPACE
               EXIT PARAGRAPH
           END-IF
           IF Select-Code NOT = SPACES
               AND SaSponsorCode OF SortedChargeRec NOT = Select-Code
               EXIT PARAGRAPH
           END-IF
           IF SaSponsorCode OF SortedChargeRec NOT = Current-Sponsor
               IF Current-Sponsor NOT = SPACES
                   PERFORM Finish-Sponsor-Statement
               END-IF
               PERFORM Start-Sponsor-Statement
           END-IF
           PERFORM Print-One-Item.

       Start-Sponsor-Statement.
           MOVE SaSponsorCode OF SortedChargeRec TO Current-Sponsor
           MOVE ZEROS TO Current-Student
           MOVE ZEROS TO Sponsor-Due
           MOVE ZEROS TO Sponsor-Items
           IF Statements-Printed > ZEROS
               MOVE SPACES TO StatementLine
               WRITE StatementLine
               WRITE StatementLine
           END-IF
           WRITE StatementLine FROM Heading-Line-1
           MOVE Current-Sponsor TO IL-SponsorCode
           MOVE Run-Date TO IL-Date
           WRITE StatementLine FROM Ident-Line
           PERFORM Print-Address-Block
           MOVE SPACES TO StatementLine
           WRITE StatementLine
           WRITE StatementLine FROM Column-Line
           ADD 1 TO Statements-Printed.

      * A sponsor since dropped from the master still owes what it
      * was billed; its statement prints by code alone.
       Print-Address-Block.
           MOVE "N" TO Sponsor-Found
           PERFORM VARYING Sponsor-Sub FROM 1 BY 1
               UNTIL Sponsor-Sub > Sponsor-Count
               OR Sponsor-Found = "Y"
               IF TbSpSponsorCode(Sponsor-Sub) = Current-Sponsor
                   MOVE "Y" TO Sponsor-Found
               END-IF
           END-PERFORM
           IF Sponsor-Found = "N"
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM Sponsor-Sub
           MOVE SPACES TO StatementLine
           WRITE StatementLine
           MOVE TbSpName(Sponsor-Sub) TO AN-Name
           WRITE StatementLine FROM Address-Name-Line
           IF TbSpContact(Sponsor-Sub) NOT = SPACES
               MOVE TbSpContact(Sponsor-Sub) TO AA-Contact
               WRITE StatementLine FROM Address-Attn-Line
           END-IF
           MOVE TbSpAddress1(Sponsor-Sub) TO AS-Address
           WRITE StatementLine FROM Address-Street-Line
           MOVE TbSpCity(Sponsor-Sub) TO AC-City
           MOVE TbSpState(Sponsor-Sub) TO AC-State
           MOVE TbSpZip(Sponsor-Sub) TO AC-Zip
           WRITE StatementLine FROM Address-City-Line.

      * The student's name prints on the first of their invoices
      * only; a student since withdrawn lists by ID alone.
       Print-One-Item.
           MOVE SPACES TO Detail-Line
           MOVE SaStudentId OF SortedChargeRec TO DL-StudentId
           IF SaStudentId OF SortedChargeRec NOT = Current-Student
               MOVE SaStudentId OF SortedChargeRec TO Current-Student
               MOVE Current-Student TO StudentId OF StudentIndexRec
               READ StudentIndexFile
                   KEY IS StudentId OF StudentIndexRec
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING FirstName OF StudentIndexRec
                                  DELIMITED BY SPACE
                              " " DELIMITED BY SIZE
                              LastName OF StudentIndexRec
                                  DELIMITED BY SPACE
                           INTO DL-Name
                       END-STRING
               END-READ
           END-IF
           MOVE SaInvoiceNum OF SortedChargeRec TO DL-InvoiceNum
           MOVE SaDate OF SortedChargeRec TO DL-Date
           MOVE SaOrderTotal OF SortedChargeRec TO DL-OrderTotal
           MOVE SaSponsorAmount OF SortedChargeRec
               TO DL-SponsorAmount
           WRITE StatementLine FROM Detail-Line
           ADD SaSponsorAmount OF SortedChargeRec TO Sponsor-Due
           ADD 1 TO Sponsor-Items
           ADD 1 TO Items-Listed.

       Finish-Sponsor-Statement.
           MOVE SPACES TO StatementLine
           WRITE StatementLine
           MOVE SPACES TO Total-Line
           MOVE "AMOUNT DUE" TO TL-Label
           MOVE Sponsor-Due TO TL-Amount
           WRITE StatementLine FROM Total-Line
           MOVE SPACES TO StatementLine
           WRITE StatementLine
           WRITE StatementLine FROM Remit-Line
           ADD Sponsor-Due TO Grand-Due.
