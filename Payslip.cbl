      *          PAYSPARM.DAT carries the period date unattended, the
      *          same present-or-prompt pattern RUNPARM.DAT uses.
      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - Expense claims repaid through the pay run print as their
      *     own non-taxable line above net pay, with a year-to-date
      *     figure; net pay already includes them, as it is what the
      *     bank run pays.
      *   - Loan and advance repayments taken through payroll print
      *     as their own deduction with a year-to-date figure, and
      *     the balance still outstanding on LOAN.DAT is shown
      *     under net pay.
      *   - Back pay for a back-dated rate prints under gross pay,
      *     which already includes it, with a year-to-date figure.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Payslip.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PayslipParm-File-Status.

       SELECT LoanFile ASSIGN TO "LOAN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Loan-File-Status.

       SELECT PayslipRep ASSIGN TO "PAYSLIPS.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "RUNLOGFC.CPY".
           02  PayReg-Total            PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  PayReg-Business-Date    PIC 9(8).
           02  FILLER                  PIC X.
           02  PayReg-Reimbursed       PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  PayReg-Loan-Recovered   PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  PayReg-Back-Pay         PIC 9(7)V99.

       FD EmpMasterFile.
       01 EmpMast-Rec.
           02  FILLER                  PIC X.
           02  EmpMast-Account-Number  PIC X(8).

      * Status O open and K left for collection still carry a
      * balance.
       FD LoanFile.
       01 Loan-Rec.
           88 EndOfLoanFile       VALUE HIGH-VALUES.
           02  FILLER                  PIC X(7).
           02  LN-Employee-ID          PIC X(5).
           02  FILLER                  PIC X(3).
           02  LN-Status               PIC X.
               88 LN-Has-Balance       VALUE "O", "K".
           02  FILLER                  PIC X(28).
           02  LN-Balance              PIC 9(7)V99.

       FD PayslipParmFile.
       01 PayslipParm-Rec.
           02  PaySParm-Period-Date   PIC 9(8).
       01  WS-PayReg-File-Status       PIC XX.
       01  WS-EmpMaster-File-Status    PIC XX.
       01  WS-PayslipParm-File-Status  PIC XX.
       01  WS-Loan-File-Status         PIC XX.
       COPY "RUNLOGWS.CPY".

       01  Pay-Period-Date             PIC 9(8) VALUE ZEROS.
               03  SLP-Pension          PIC 9(7)V99.
               03  SLP-Health           PIC 9(7)V99.
               03  SLP-Net              PIC 9(7)V99.
               03  SLP-Reimbursed       PIC 9(7)V99.
               03  SLP-Ytd-Gross        PIC 9(9)V99.
               03  SLP-Ytd-Tax          PIC 9(9)V99.
               03  SLP-Ytd-Pension      PIC 9(9)V99.
               03  SLP-Ytd-Health       PIC 9(9)V99.
               03  SLP-Ytd-Net          PIC 9(9)V99.
               03  SLP-Ytd-Reimbursed   PIC 9(9)V99.
               03  SLP-Loan             PIC 9(7)V99.
               03  SLP-Ytd-Loan         PIC 9(9)V99.
               03  SLP-Back-Pay         PIC 9(7)V99.
               03  SLP-Ytd-Back-Pay     PIC 9(9)V99.
               03  SLP-Printed          PIC X.

       01  Slip-Count                  PIC 9(3) VALUE ZEROS.
           02  FILLER                  PIC X(8)  VALUE "   YTD: ".
           02  Prn-Money-Ytd           PIC Z,ZZZ,ZZ9.99.

       01  Payslip-Balance-Line.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(24) VALUE
               "LOAN BALANCE OWED     : ".
           02  Prn-Loan-Balance        PIC ZZZ,ZZ9.99.

       01  Loan-Balance                PIC 9(7)V99.

       01  Payslip-Separator-Line      PIC X(60) VALUE ALL "-".

       PROCEDURE DIVISION.
                       SLP-Ytd-Tax(Slip-Count),
                       SLP-Ytd-Pension(Slip-Count),
                       SLP-Ytd-Health(Slip-Count),
                       SLP-Ytd-Net(Slip-Count),
                       SLP-Reimbursed(Slip-Count),
                       SLP-Ytd-Reimbursed(Slip-Count),
                       SLP-Loan(Slip-Count), SLP-Ytd-Loan(Slip-Count),
                       SLP-Back-Pay(Slip-Count),
                       SLP-Ytd-Back-Pay(Slip-Count)
                   MOVE "N" TO SLP-Printed(Slip-Count)
                   MOVE Slip-Count TO SLP-Found-Idx
               ELSE
               ADD PayReg-Pension TO SLP-Pension(SLP-Found-Idx)
               ADD PayReg-Health TO SLP-Health(SLP-Found-Idx)
               ADD PayReg-Total TO SLP-Net(SLP-Found-Idx)
               IF PayReg-Reimbursed IS NUMERIC
                   ADD PayReg-Reimbursed
                       TO SLP-Reimbursed(SLP-Found-Idx)
               END-IF
               IF PayReg-Loan-Recovered IS NUMERIC
                   ADD PayReg-Loan-Recovered
                       TO SLP-Loan(SLP-Found-Idx)
               END-IF
               IF PayReg-Back-Pay IS NUMERIC
                   ADD PayReg-Back-Pay
                       TO SLP-Back-Pay(SLP-Found-Idx)
               END-IF
           END-IF.

       1300-GATHER-YTD-FIGURES.
                                   TO SLP-Ytd-Health(SLP-Idx)
                               ADD PayReg-Total
                                   TO SLP-Ytd-Net(SLP-Idx)
                               IF PayReg-Reimbursed IS NUMERIC
                                   ADD PayReg-Reimbursed
                                       TO SLP-Ytd-Reimbursed(SLP-Idx)
                               END-IF
                               IF PayReg-Loan-Recovered IS NUMERIC
                                   ADD PayReg-Loan-Recovered
                                       TO SLP-Ytd-Loan(SLP-Idx)
                               END-IF
                               IF PayReg-Back-Pay IS NUMERIC
                                   ADD PayReg-Back-Pay
                                       TO SLP-Ytd-Back-Pay(SLP-Idx)
                               END-IF
                           END-IF
                       END-PERFORM
                   END-IF
           WRITE Payslip-Print-Line FROM Payslip-Money-Line
           AFTER ADVANCING 2 LINES.

      * Part of the gross above, taxed with it.
           IF SLP-Ytd-Back-Pay(SLP-Found-Idx) > ZEROS
               MOVE "  BACK PAY (IN GROSS) : " TO Prn-Money-Label
               MOVE SLP-Back-Pay(SLP-Found-Idx) TO Prn-Money-Amount
               MOVE SLP-Ytd-Back-Pay(SLP-Found-Idx) TO Prn-Money-Ytd
               WRITE Payslip-Print-Line FROM Payslip-Money-Line
               AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES TO Prn-Money-Label.
           STRING "TAX (CODE " DELIMITED BY SIZE
                  Emp-Tax-Code-Found DELIMITED BY SIZE
           WRITE Payslip-Print-Line FROM Payslip-Money-Line
           AFTER ADVANCING 1 LINE.

           IF SLP-Ytd-Loan(SLP-Found-Idx) > ZEROS
               MOVE "LOAN REPAYMENT        : " TO Prn-Money-Label
               MOVE SLP-Loan(SLP-Found-Idx) TO Prn-Money-Amount
               MOVE SLP-Ytd-Loan(SLP-Found-Idx) TO Prn-Money-Ytd
               WRITE Payslip-Print-Line FROM Payslip-Money-Line
               AFTER ADVANCING 1 LINE
           END-IF.

      * Not taxed and not a deduction: shown so the employee can see
      * the claim went through, and already inside net pay.
           IF SLP-Ytd-Reimbursed(SLP-Found-Idx) > ZEROS
               MOVE "EXPENSES (NOT TAXED)  : " TO Prn-Money-Label
               MOVE SLP-Reimbursed(SLP-Found-Idx) TO Prn-Money-Amount
               MOVE SLP-Ytd-Reimbursed(SLP-Found-Idx)
                   TO Prn-Money-Ytd
               WRITE Payslip-Print-Line FROM Payslip-Money-Line
               AFTER ADVANCING 1 LINE
           END-IF.

           MOVE "NET PAY               : " TO Prn-Money-Label.
           MOVE SLP-Net(SLP-Found-Idx) TO Prn-Money-Amount.
           MOVE SLP-Ytd-Net(SLP-Found-Idx) TO Prn-Money-Ytd.
           WRITE Payslip-Print-Line FROM Payslip-Money-Line
           AFTER ADVANCING 2 LINES.

           PERFORM 2400-FIND-LOAN-BALANCE.
           IF Loan-Balance > ZEROS
               MOVE Loan-Balance TO Prn-Loan-Balance
               WRITE Payslip-Print-Line FROM Payslip-Balance-Line
               AFTER ADVANCING 1 LINE
           END-IF.

           WRITE Payslip-Print-Line FROM Payslip-Separator-Line
           AFTER ADVANCING 2 LINES.

               MOVE "NOT ON EMPMAST.DAT" TO Emp-Name-Found
           END-IF.

      * What is still owed as LOAN.DAT stands after the pay run.
       2400-FIND-LOAN-BALANCE.
           MOVE ZEROS TO Loan-Balance.
           OPEN INPUT LoanFile.
           IF WS-Loan-File-Status = "00"
               READ LoanFile
                   AT END SET EndOfLoanFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfLoanFile
                   IF LN-Employee-ID = Report-Employee-ID
                       AND LN-Has-Balance
                       ADD LN-Balance TO Loan-Balance
                   END-IF
                   READ LoanFile
                       AT END SET EndOfLoanFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LoanFile
           END-IF.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="PAYSLIP"==.

