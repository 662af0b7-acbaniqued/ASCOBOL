      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - A family statement: keyed by FAMILY.DAT family code, it
      *     is addressed to the payer and carries each sibling's
      *     account in turn, then the family's combined opening and
      *     closing balances - one letter to the parents instead of
      *     one per child.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StuStmt.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-StuJournal-File-Status.

       SELECT FamilyFile ASSIGN TO "FAMILY.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Family-File-Status.

       SELECT StatementRep ASSIGN TO "STUSTMT.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "RUNLOGFC.CPY".
      * office keys one.
           02  FILLER                 PIC X.
           02  Student-Year-Group     PIC X(2).
      * Family code linking siblings to their FAMILY.DAT payer;
      * spaces for a student with no family on file.
           02  FILLER                 PIC X.
           02  Student-Family-Code    PIC X(6).
      * Status byte: "L" once the student has left; space while
      * the student is still on roll.
           02  FILLER                 PIC X.
           02  Student-Status         PIC X.

       FD StuJournalFile.
       01 StuJournal-Rec.
           02  FILLER                 PIC X.
           02  StuJrnl-Operator-ID    PIC X(5).

       FD FamilyFile.
       01 Family-Rec.
           88 EndOfFamilyFile         VALUE HIGH-VALUES.
           02  Fam-Code               PIC X(6).
           02  FILLER                 PIC X.
           02  Fam-Payer-Name         PIC X(30).
           02  FILLER                 PIC X.
           02  Fam-Address-1          PIC X(30).
           02  FILLER                 PIC X.
           02  Fam-Address-2          PIC X(30).
           02  FILLER                 PIC X.
           02  Fam-Postcode           PIC X(8).

       FD StatementRep.
       01 Stmt-Print-Line             PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-Student-File-Status     PIC XX.
       01  WS-StuJournal-File-Status  PIC XX.
       01  WS-Family-File-Status      PIC XX.
       01  Roster-EOF-Switch          PIC X VALUE "N".
           88 EndOfStudentFile        VALUE "Y".
       COPY "RUNLOGWS.CPY".
       COPY "TRNMODEWS.CPY".

       01  Roll-Number-Entry          PIC 9(5).
       01  Statement-Kind             PIC X VALUE "S".
           88 Family-Statement        VALUE "F", "f".
       01  Family-Code-Entry          PIC X(6).
       01  Family-Found-Switch        PIC X VALUE "N".
           88 Family-Found            VALUE "Y".
       01  Family-Payer-Name          PIC X(30).
       01  Family-Address-1           PIC X(30).
       01  Family-Address-2           PIC X(30).
       01  Family-Postcode            PIC X(8).

      * The family's children, gathered from the roster in roll
      * number order, each then stated like a single account.
       01  Family-Child-Table.
           02  Family-Child-Entry OCCURS 30 TIMES.
               03  FCH-RollNumber       PIC 9(5).
               03  FCH-Name             PIC X(20).
               03  FCH-ShopTotal        PIC 9(5)V99.
       01  Family-Child-Count         PIC 99 VALUE ZEROS.
       01  FCH-Idx                    PIC 99.
       01  Family-Opening-Total       PIC S9(7)V99 VALUE ZEROS.
       01  Family-Closing-Total       PIC S9(7)V99 VALUE ZEROS.
       01  Stmt-From-Date             PIC 9(8).
       01  Stmt-To-Date               PIC 9(8).

       01  Stmt-Heading-Line          PIC X(44) VALUE
           "      STUDENT SHOP STATEMENT OF ACCOUNT".

       01  Stmt-Family-Line.
           02  FILLER                 PIC X(11) VALUE " FAMILY  : ".
           02  STM-Family-Code        PIC X(6).
           02  FILLER                 PIC X(2)  VALUE SPACES.
           02  STM-Payer-Name         PIC X(30).

       01  Stmt-Address-Line.
           02  FILLER                 PIC X(19) VALUE SPACES.
           02  STM-Address            PIC X(30).

       01  Stmt-Student-Line.
           02  FILLER                 PIC X(11) VALUE " STUDENT : ".
           02  STM-RollNumber         PIC 9(5).
               " CLOSING BALANCE : ".
           02  STM-Closing            PIC ZZZ,ZZ9.99-.

       01  Stmt-Family-Opening-Line.
           02  FILLER                 PIC X(27) VALUE
               " FAMILY OPENING BALANCE  : ".
           02  STM-Family-Opening     PIC Z,ZZZ,ZZ9.99-.

       01  Stmt-Family-Closing-Line.
           02  FILLER                 PIC X(27) VALUE
               " FAMILY CLOSING BALANCE  : ".
           02  STM-Family-Closing     PIC Z,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Check-Training-Mode.
           DISPLAY "(S)tudent or (F)amily Statement"
           ACCEPT Statement-Kind.
           IF Family-Statement
               DISPLAY "Enter Family Code"
               ACCEPT Family-Code-Entry
           ELSE
               DISPLAY "Enter Roll Number"
               ACCEPT Roll-Number-Entry
           END-IF.
           DISPLAY "Statement From Date (YYYYMMDD)"
           ACCEPT Stmt-From-Date.
           DISPLAY "Statement To Date (YYYYMMDD)"
           ACCEPT Stmt-To-Date.

           IF Family-Statement
               PERFORM STATE-THE-FAMILY
           ELSE
               PERFORM FIND-STUDENT-ON-ROSTER
               IF NOT Student-Found
                   DISPLAY "WARNING: NO STUDENT ON FILE FOR ROLL "
                       "NUMBER " Roll-Number-Entry
               ELSE
                   PERFORM SUM-JOURNAL-MOVEMENTS
                   COMPUTE Opening-Balance =
                       Current-ShopTotal - Net-From-Period-Start
                   COMPUTE Closing-Balance =
                       Opening-Balance + Net-In-Period
                   PERFORM PRINT-STATEMENT
               END-IF
           END-IF.
           PERFORM Log-Run-Complete.
           STOP RUN.

       PRINT-STATEMENT.
           OPEN OUTPUT StatementRep.
           PERFORM PRINT-STATEMENT-HEADING.
           MOVE Roll-Number-Entry TO STM-RollNumber.
           MOVE Statement-Name TO STM-Name.
           WRITE Stmt-Print-Line FROM Stmt-Student-Line
           AFTER ADVANCING 1 LINE.
           PERFORM PRINT-PERIOD-LINE.
           PERFORM PRINT-ACCOUNT-MOVEMENTS.
           CLOSE StatementRep.

       PRINT-STATEMENT-HEADING.
           WRITE Stmt-Print-Line FROM Stmt-Heading-Line
           AFTER ADVANCING 1 LINE.
           IF Training-Mode
               WRITE Stmt-Print-Line FROM Training-Banner
               AFTER ADVANCING 1 LINE
           END-IF.

       PRINT-PERIOD-LINE.
           MOVE Stmt-From-Date TO STM-From-Date.
           MOVE Stmt-To-Date TO STM-To-Date.
           WRITE Stmt-Print-Line FROM Stmt-Period-Line
           AFTER ADVANCING 1 LINE.

      * Opening balance, the period's journal lines and the closing
      * balance for the account in Roll-Number-Entry.
       PRINT-ACCOUNT-MOVEMENTS.
           MOVE Opening-Balance TO STM-Opening.
           WRITE Stmt-Print-Line FROM Stmt-Opening-Line
           AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO Net-In-Period.

           OPEN INPUT StuJournalFile.
           IF WS-StuJournal-File-Status = "00"
           MOVE Closing-Balance TO STM-Closing.
           WRITE Stmt-Print-Line FROM Stmt-Closing-Line
           AFTER ADVANCING 2 LINES.

      * One statement to the payer: each child on the family code
      * stated in turn, then the family's combined balances.
       STATE-THE-FAMILY.
           PERFORM FIND-FAMILY.
           PERFORM GATHER-FAMILY-CHILDREN.
           EVALUATE TRUE
               WHEN NOT Family-Found
                   DISPLAY "WARNING: FAMILY " Family-Code-Entry
                       " IS NOT ON FAMILY.DAT"
               WHEN Family-Child-Count = ZEROS
                   DISPLAY "WARNING: NO STUDENT ON THE ROSTER FOR "
                       "FAMILY " Family-Code-Entry
               WHEN OTHER
                   PERFORM PRINT-FAMILY-STATEMENT
           END-EVALUATE.

       FIND-FAMILY.
           MOVE "N" TO Family-Found-Switch.
           OPEN INPUT FamilyFile.
           IF WS-Family-File-Status = "00"
               READ FamilyFile
                   AT END SET EndOfFamilyFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfFamilyFile
                   IF Fam-Code = Family-Code-Entry
                       SET Family-Found TO TRUE
                       MOVE Fam-Payer-Name TO Family-Payer-Name
                       MOVE Fam-Address-1 TO Family-Address-1
                       MOVE Fam-Address-2 TO Family-Address-2
                       MOVE Fam-Postcode TO Family-Postcode
                   END-IF
                   READ FamilyFile
                       AT END SET EndOfFamilyFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FamilyFile
           ELSE
               DISPLAY "WARNING: FAMILY.DAT NOT AVAILABLE"
           END-IF.

       GATHER-FAMILY-CHILDREN.
           MOVE ZEROS TO Family-Child-Count.
           MOVE "N" TO Roster-EOF-Switch.
           OPEN INPUT StudentFile.
           IF WS-Student-File-Status = "00"
               READ StudentFile
                   AT END SET EndOfStudentFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfStudentFile
                   IF Student-Family-Code = Family-Code-Entry
                       AND Family-Code-Entry NOT = SPACES
                       IF Family-Child-Count < 30
                           ADD 1 TO Family-Child-Count
                           MOVE Student-RollNumber
                               TO FCH-RollNumber(Family-Child-Count)
                           MOVE Student-Name
                               TO FCH-Name(Family-Child-Count)
                           MOVE Student-ShopTotal
                               TO FCH-ShopTotal(Family-Child-Count)
                       ELSE
                           DISPLAY "WARNING: MORE THAN 30 CHILDREN - "
                               "ROLL " Student-RollNumber " LEFT OFF"
                       END-IF
                   END-IF
                   READ StudentFile
                       AT END SET EndOfStudentFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StudentFile
           ELSE
               DISPLAY "WARNING: STUDENT.DAT NOT AVAILABLE"
           END-IF.

       PRINT-FAMILY-STATEMENT.
           MOVE ZEROS TO Family-Opening-Total, Family-Closing-Total.
           OPEN OUTPUT StatementRep.
           PERFORM PRINT-STATEMENT-HEADING.
           MOVE Family-Code-Entry TO STM-Family-Code.
           MOVE Family-Payer-Name TO STM-Payer-Name.
           WRITE Stmt-Print-Line FROM Stmt-Family-Line
           AFTER ADVANCING 1 LINE.
           MOVE Family-Address-1 TO STM-Address.
           WRITE Stmt-Print-Line FROM Stmt-Address-Line
           AFTER ADVANCING 1 LINE.
           IF Family-Address-2 NOT = SPACES
               MOVE Family-Address-2 TO STM-Address
               WRITE Stmt-Print-Line FROM Stmt-Address-Line
               AFTER ADVANCING 1 LINE
           END-IF.
           MOVE Family-Postcode TO STM-Address.
           WRITE Stmt-Print-Line FROM Stmt-Address-Line
           AFTER ADVANCING 1 LINE.
           PERFORM PRINT-PERIOD-LINE.
           PERFORM VARYING FCH-Idx FROM 1 BY 1
               UNTIL FCH-Idx > Family-Child-Count
               MOVE FCH-RollNumber(FCH-Idx) TO Roll-Number-Entry
               MOVE FCH-ShopTotal(FCH-Idx) TO Current-ShopTotal
               PERFORM SUM-JOURNAL-MOVEMENTS
               COMPUTE Opening-Balance =
                   Current-ShopTotal - Net-From-Period-Start
               MOVE FCH-RollNumber(FCH-Idx) TO STM-RollNumber
               MOVE FCH-Name(FCH-Idx) TO STM-Name
               WRITE Stmt-Print-Line FROM Stmt-Student-Line
               AFTER ADVANCING 2 LINES
               PERFORM PRINT-ACCOUNT-MOVEMENTS
               ADD Opening-Balance TO Family-Opening-Total
               ADD Closing-Balance TO Family-Closing-Total
           END-PERFORM.
           MOVE Family-Opening-Total TO STM-Family-Opening.
           WRITE Stmt-Print-Line FROM Stmt-Family-Opening-Line
           AFTER ADVANCING 3 LINES.
           MOVE Family-Closing-Total TO STM-Family-Closing.
           WRITE Stmt-Print-Line FROM Stmt-Family-Closing-Line
           AFTER ADVANCING 1 LINE.
           CLOSE StatementRep.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
