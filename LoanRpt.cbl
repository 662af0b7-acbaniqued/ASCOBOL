      ******************************************************************
      * Author:
      * Date:
      * Purpose: Staff loan and advance report. Lists every LOAN.DAT
      *          loan still being recovered through payroll, with the
      *          repayment taken each period and the balance left,
      *          then every balance a leaver's final pay could not
      *          clear, which has to be collected from the employee
      *          directly. Each section closes with its total. Cleared
      *          and written-off loans are left off. Output on
      *          LOAN.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LoanFile ASSIGN TO "LOAN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Loan-File-Status.

       SELECT EmpMasterFile ASSIGN TO "EMPMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EmpMaster-File-Status.

       SELECT LoanRep ASSIGN TO "LOAN.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD LoanFile.
       01 Loan-Rec.
           88 EndOfLoanFile         VALUE HIGH-VALUES.
           02  LN-Loan-No               PIC 9(6).
           02  FILLER                   PIC X.
           02  LN-Employee-ID           PIC X(5).
           02  FILLER                   PIC X.
           02  LN-Type                  PIC X.
               88 LN-Is-Advance         VALUE "A".
           02  FILLER                   PIC X.
           02  LN-Status                PIC X.
               88 LN-Is-Open            VALUE "O".
               88 LN-Is-For-Collection  VALUE "K".
           02  FILLER                   PIC X.
           02  LN-Amount                PIC 9(7)V99.
           02  FILLER                   PIC X.
           02  LN-Repayment             PIC 9(7)V99.
           02  FILLER                   PIC X.
           02  LN-Start-Period          PIC 9(6).
           02  FILLER                   PIC X.
           02  LN-Balance               PIC 9(7)V99.
           02  FILLER                   PIC X.
           02  LN-Entered-By            PIC X(5).
           02  FILLER                   PIC X.
           02  LN-Entered-Date          PIC 9(8).
           02  FILLER                   PIC X.
           02  LN-Last-Period           PIC 9(8).
           02  FILLER                   PIC X.
           02  LN-Last-Recovered        PIC 9(7)V99.

       FD EmpMasterFile.
       01 EmpMast-Rec.
           88 EndOfEmpMasterFile    VALUE HIGH-VALUES.
           02  EmpMast-Employee-ID      PIC X(5).
           02  FILLER                   PIC X.
           02  EmpMast-Name             PIC X(20).

       FD LoanRep.
       01 Loan-Print-Line              PIC X(80).

       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-Loan-File-Status          PIC XX.
       01  WS-EmpMaster-File-Status     PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Emp-Name-Table.
           02  Emp-Name-Entry OCCURS 200 TIMES.
               03  ENT-Employee-ID      PIC X(5).
               03  ENT-Name             PIC X(20).
       01  Emp-Name-Count               PIC 9(3) VALUE ZEROS.
       01  ENT-Idx                      PIC 9(3).

      * "O" on the first pass over LOAN.DAT, "K" on the second.
       01  Section-Status               PIC X.
       01  Section-Count                PIC 9(5).
       01  Section-Balance              PIC 9(9)V99.
       01  Open-Balance                 PIC 9(9)V99 VALUE ZEROS.
       01  Collection-Balance           PIC 9(9)V99 VALUE ZEROS.
       01  Loan-File-Missing            PIC X VALUE "N".

       01  Loan-Heading-Line.
           02  FILLER                   PIC X(40) VALUE
               " STAFF LOANS AND ADVANCES               ".
           02  FILLER                   PIC X(16) VALUE
               "BUSINESS DATE: ".
           02  Prn-Business-Date        PIC 9(8).

       01  Loan-Column-Line.
           02  FILLER                   PIC X(40) VALUE
               "  LOAN  EMP   NAME             TYPE     ".
           02  FILLER                   PIC X(40) VALUE
               "AMOUNT  REPAYMENT    BALANCE LAST PAY   ".

       01  Loan-Detail-Line.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Loan-No              PIC 9(6).
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Employee-ID          PIC X(5).
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Employee-Name        PIC X(16).
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Type-Text            PIC X(7).
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Amount               PIC ZZZ,ZZ9.99.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Repayment            PIC ZZZ,ZZ9.99.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Balance              PIC ZZZ,ZZ9.99.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Last-Period          PIC X(8).

       01  Loan-Total-Line.
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  Prn-Total-Label          PIC X(24).
           02  Prn-Total-Amount         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-EMPLOYEE-NAMES.
           OPEN OUTPUT LoanRep.
           MOVE Business-Date TO Prn-Business-Date.
           WRITE Loan-Print-Line FROM Loan-Heading-Line
           AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Loan-Print-Line.
           MOVE " BEING RECOVERED THROUGH PAYROLL" TO Loan-Print-Line.
           WRITE Loan-Print-Line
           AFTER ADVANCING 2 LINES.
           MOVE "O" TO Section-Status.
           PERFORM 2000-PRINT-SECTION.
           MOVE Section-Balance TO Open-Balance.
           MOVE "OPEN BALANCES         : " TO Prn-Total-Label.
           MOVE Open-Balance TO Prn-Total-Amount.
           WRITE Loan-Print-Line FROM Loan-Total-Line
           AFTER ADVANCING 2 LINES.
           MOVE SPACES TO Loan-Print-Line.
           MOVE " LEAVERS - FOR COLLECTION FROM THE EMPLOYEE"
               TO Loan-Print-Line.
           WRITE Loan-Print-Line
           AFTER ADVANCING 3 LINES.
           MOVE "K" TO Section-Status.
           PERFORM 2000-PRINT-SECTION.
           MOVE Section-Balance TO Collection-Balance.
           MOVE "FOR COLLECTION        : " TO Prn-Total-Label.
           MOVE Collection-Balance TO Prn-Total-Amount.
           WRITE Loan-Print-Line FROM Loan-Total-Line
           AFTER ADVANCING 2 LINES.
           CLOSE LoanRep.
           IF Loan-File-Missing = "Y"
               DISPLAY "LOAN.DAT NOT AVAILABLE - NO LOANS TO REPORT"
           END-IF.
           IF Collection-Balance > ZEROS
               DISPLAY "WARNING: LEAVER LOAN BALANCES ARE DUE FOR "
                   "COLLECTION - SEE LOAN.RPT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-EMPLOYEE-NAMES.
           OPEN INPUT EmpMasterFile.
           IF WS-EmpMaster-File-Status = "00"
               READ EmpMasterFile
                   AT END SET EndOfEmpMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfEmpMasterFile
                   IF Emp-Name-Count < 200
                       ADD 1 TO Emp-Name-Count
                       MOVE EmpMast-Employee-ID
                           TO ENT-Employee-ID(Emp-Name-Count)
                       MOVE EmpMast-Name TO ENT-Name(Emp-Name-Count)
                   END-IF
                   READ EmpMasterFile
                       AT END SET EndOfEmpMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EmpMasterFile
           END-IF.

       2000-PRINT-SECTION.
           MOVE ZEROS TO Section-Count, Section-Balance.
           WRITE Loan-Print-Line FROM Loan-Column-Line
           AFTER ADVANCING 1 LINE.
           OPEN INPUT LoanFile.
           IF WS-Loan-File-Status = "00"
               READ LoanFile
                   AT END SET EndOfLoanFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfLoanFile
                   IF LN-Status = Section-Status
                       AND LN-Balance IS NUMERIC
                       PERFORM 2100-PRINT-LOAN
                   END-IF
                   READ LoanFile
                       AT END SET EndOfLoanFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LoanFile
           ELSE
               MOVE "Y" TO Loan-File-Missing
           END-IF.
           IF Section-Count = ZEROS
               MOVE SPACES TO Loan-Print-Line
               MOVE "   NONE" TO Loan-Print-Line
               WRITE Loan-Print-Line
               AFTER ADVANCING 1 LINE
           END-IF.

       2100-PRINT-LOAN.
           ADD 1 TO Section-Count.
           ADD LN-Balance TO Section-Balance.
           MOVE LN-Loan-No TO Prn-Loan-No.
           MOVE LN-Employee-ID TO Prn-Employee-ID.
           MOVE "NOT ON EMPMAST" TO Prn-Employee-Name.
           PERFORM VARYING ENT-Idx FROM 1 BY 1
               UNTIL ENT-Idx > Emp-Name-Count
               IF ENT-Employee-ID(ENT-Idx) = LN-Employee-ID
                   MOVE ENT-Name(ENT-Idx) TO Prn-Employee-Name
               END-IF
           END-PERFORM.
           IF LN-Is-Advance
               MOVE "ADVANCE" TO Prn-Type-Text
           ELSE
               MOVE "LOAN" TO Prn-Type-Text
           END-IF.
           MOVE LN-Amount TO Prn-Amount.
           MOVE LN-Repayment TO Prn-Repayment.
           MOVE LN-Balance TO Prn-Balance.
           IF LN-Last-Period IS NUMERIC AND LN-Last-Period > ZEROS
               MOVE LN-Last-Period TO Prn-Last-Period
           ELSE
               MOVE SPACES TO Prn-Last-Period
           END-IF.
           WRITE Loan-Print-Line FROM Loan-Detail-Line
           AFTER ADVANCING 1 LINE.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="LOANRPT"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM LoanRpt.
