      *     hourly employee's gross through in one unattended run
      *     instead of a run per employee. A prompted session still
      *     pays one employee at a time, as before.
      *   - Approved EXPCLAIM.DAT expense claims are added to the
      *     employee's pay as a non-taxable reimbursement: the
      *     amount goes on the new PayReg-Reimbursed field and into
      *     the net PayReg-Total the bank run pays, and the claim
      *     lines are marked paid with the period and business date
      *     so GlExtract can post them to their expense accounts.
      *     With the claim file locked by ExpClaim the pay still
      *     runs and the claims wait for the next pay run.
      *   - A leaver's final pay - the first paid for the month of
      *     the EMPMAST.DAT leaving date or later - writes their
      *     statement to LEAVER.DAT: gross, tax, pension and health
      *     to date for the tax year, for the YearEndPay
      *     certificates. Any pay for a later period than the final
      *     one is refused and fails the step.
      *   - Staff loans and advances on LOAN.DAT are recovered as an
      *     itemized deduction: each open loan's repayment comes off
      *     net pay from its start period until the balance clears,
      *     on the new PayReg-Loan-Recovered field, but never takes
      *     net pay below the LOANPARM.DAT floor. A leaver's final
      *     pay takes the whole remaining balance as far as the
      *     floor allows and marks anything left for collection.
      *     With LOAN.DAT locked by LoanMaint the pay still runs and
      *     nothing is recovered that run.
      *   - Back pay BackPay has worked out on BACKPAY.DAT for a
      *     back-dated rate is added to the employee's next pay,
      *     inside the gross so it is taxed through the bands with
      *     the rest, shown on the new PayReg-Back-Pay field, and
      *     the lines are marked paid with the period and business
      *     date. With PAYRATE.LCK held by RateMaint or BackPay the
      *     pay still runs and the back pay waits for the next run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBTRACTEXAMPLE.
       SELECT TaxBandFile ASSIGN TO "TAXBAND.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TaxBand-File-Status.
      * Expense claims keyed and approved through ExpClaim.
       SELECT ExpClaimFile ASSIGN TO "EXPCLAIM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ExpClaim-File-Status.
      * Leaver statements, one per leaver, written with the final
      * pay.
       SELECT LeaverFile ASSIGN TO "LEAVER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Leaver-File-Status.
      * Staff loans and advances kept through LoanMaint, and the
      * net pay floor their recovery must leave.
       SELECT LoanFile ASSIGN TO "LOAN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Loan-File-Status.
       SELECT LoanParmFile ASSIGN TO "LOANPARM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LoanParm-File-Status.
      * Back pay queued by BackPay for back-dated rates.
       SELECT BackPayFile ASSIGN TO "BACKPAY.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BackPay-File-Status.
       COPY "RUNLOGFC.CPY".
       COPY "RUNLOCKFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD PayRegFile.
       01 PayReg-Rec.
           88 EndOfPayRegFile     VALUE HIGH-VALUES.
           02  PayReg-Period-Date      PIC 9(8).
           02  FILLER                  PIC X.
           02  PayReg-Employee-ID      PIC X(5).
           02  PayReg-Total            PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  PayReg-Business-Date    PIC 9(8).
      * Expense claims repaid in this pay, already inside
      * PayReg-Total; lines from before the field read as spaces.
           02  FILLER                  PIC X.
           02  PayReg-Reimbursed       PIC 9(7)V99.
      * Loan and advance repayments taken off this pay, already out
      * of PayReg-Total.
           02  FILLER                  PIC X.
           02  PayReg-Loan-Recovered   PIC 9(7)V99.
      * Back pay for back-dated rates, already inside
      * PayReg-GrossPay.
           02  FILLER                  PIC X.
           02  PayReg-Back-Pay         PIC 9(7)V99.

       FD EmpMasterFile.
       01 EmpMast-Rec.
           02  EmpMast-Hourly-Rate     PIC 9(3)V99.
           02  FILLER                  PIC X.
           02  EmpMast-OT-Rate         PIC 9(3)V99.
           02  FILLER                  PIC X.
           02  EmpMast-Leave-Days      PIC 99V9.
           02  FILLER                  PIC X.
           02  EmpMast-Day-Hours       PIC 99V99.
      * Employment dates; a leaving date of zeros or spaces means
      * still employed.
           02  FILLER                  PIC X.
           02  EmpMast-Start-Date      PIC 9(8).
           02  FILLER                  PIC X.
           02  EmpMast-Leave-Date      PIC 9(8).

       FD PayParmFile.
       01 PayParm-Rec.
           02  FILLER                  PIC X.
           02  TaxBand-Rate            PIC V999.

      * Layout as ExpClaim keeps it; P pending, A approved,
      * R rejected, D paid through payroll.
       FD ExpClaimFile.
       01 ExpClaim-Rec.
           88 EndOfExpClaimFile   VALUE HIGH-VALUES.
           02  EC-Claim-No             PIC 9(6).
           02  FILLER                  PIC X.
           02  EC-Line-No              PIC 99.
           02  FILLER                  PIC X.
           02  EC-Employee-ID          PIC X(5).
           02  FILLER                  PIC X.
           02  EC-Status               PIC X.
               88 EC-Is-Approved       VALUE "A".
           02  FILLER                  PIC X.
           02  EC-Line-Date            PIC 9(8).
           02  FILLER                  PIC X.
           02  EC-Category             PIC X(4).
           02  FILLER                  PIC X.
           02  EC-Amount               PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  EC-Vat                  PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  EC-Description          PIC X(20).
           02  FILLER                  PIC X.
           02  EC-Entered-By           PIC X(5).
           02  FILLER                  PIC X.
           02  EC-Approved-By          PIC X(5).
           02  FILLER                  PIC X.
           02  EC-Paid-Period          PIC 9(8).
           02  FILLER                  PIC X.
           02  EC-Paid-Date            PIC 9(8).

      * The leaver's figures to date for the tax year, as at the
      * final pay.
       FD LeaverFile.
       01 Leaver-Rec.
           88 EndOfLeaverFile     VALUE HIGH-VALUES.
           02  Lvr-Employee-ID         PIC X(5).
           02  FILLER                  PIC X.
           02  Lvr-Leave-Date          PIC 9(8).
           02  FILLER                  PIC X.
           02  Lvr-Final-Period        PIC 9(8).
           02  FILLER                  PIC X.
           02  Lvr-Tax-Year            PIC 9(4).
           02  FILLER                  PIC X.
           02  Lvr-Gross-To-Date       PIC 9(9)V99.
           02  FILLER                  PIC X.
           02  Lvr-Tax-To-Date         PIC 9(9)V99.
           02  FILLER                  PIC X.
           02  Lvr-Pension-To-Date     PIC 9(9)V99.
           02  FILLER                  PIC X.
           02  Lvr-Health-To-Date      PIC 9(9)V99.
           02  FILLER                  PIC X.
           02  Lvr-Business-Date       PIC 9(8).

      * Layout as LoanMaint keeps it; O open, C cleared, K left for
      * collection, W written off.
       FD LoanFile.
       01 Loan-Rec.
           88 EndOfLoanFile       VALUE HIGH-VALUES.
           02  LN-Loan-No              PIC 9(6).
           02  FILLER                  PIC X.
           02  LN-Employee-ID          PIC X(5).
           02  FILLER                  PIC X.
           02  LN-Type                 PIC X.
           02  FILLER                  PIC X.
           02  LN-Status               PIC X.
               88 LN-Is-Open           VALUE "O".
           02  FILLER                  PIC X.
           02  LN-Amount               PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  LN-Repayment            PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  LN-Start-Period         PIC 9(6).
           02  FILLER                  PIC X.
           02  LN-Balance              PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  LN-Entered-By           PIC X(5).
           02  FILLER                  PIC X.
           02  LN-Entered-Date         PIC 9(8).
           02  FILLER                  PIC X.
           02  LN-Last-Period          PIC 9(8).
           02  FILLER                  PIC X.
           02  LN-Last-Recovered       PIC 9(7)V99.

       FD LoanParmFile.
       01 LoanParm-Rec.
           02  LoanParm-Net-Floor      PIC 9(7)V99.

      * Layout as BackPay writes it; P waiting, D paid in
      * BP-Paid-Period.
       FD BackPayFile.
       01 BackPay-Rec.
           88 EndOfBackPayFile    VALUE HIGH-VALUES.
           02  BP-Employee-ID          PIC X(5).
           02  FILLER                  PIC X.
           02  BP-Period-Date          PIC 9(8).
           02  FILLER                  PIC X.
           02  BP-Effective-Date       PIC 9(8).
           02  FILLER                  PIC X.
           02  BP-Old-Amount           PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  BP-New-Amount           PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  BP-Amount               PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  BP-Status               PIC X.
               88 BP-Is-Waiting        VALUE "P".
           02  FILLER                  PIC X.
           02  BP-Calc-Date            PIC 9(8).
           02  FILLER                  PIC X.
           02  BP-Paid-Period          PIC 9(8).
           02  FILLER                  PIC X.
           02  BP-Paid-Date            PIC 9(8).

       COPY "RUNLOGFD.CPY".
       COPY "RUNLOCKFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
               03  EMT-Pension-Rate    PIC V999.
               03  EMT-Health-Plan     PIC X(3).
               03  EMT-Health-Amount   PIC 9(5)V99.
               03  EMT-Leave-Date      PIC 9(8).

       01  WS-TaxBand-File-Status   PIC XX.

       01  EMT-Found-Switch         PIC X VALUE "N".
           88 EMT-Is-Found          VALUE "Y".
       COPY "RUNLOGWS.CPY".
       COPY "RUNLOCKWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  WS-ExpClaim-File-Status  PIC XX.

      * The claim file held whole as record images, updated in place
      * as each employee is paid and rewritten once at the end.
       01  Claim-Image-Table.
           02  Claim-Image          PIC X(102) OCCURS 2000 TIMES.
       01  Claim-Image-Count        PIC 9(4) VALUE ZEROS.
       01  CLM-Idx                  PIC 9(4).
       01  Claims-Usable-Switch     PIC X VALUE "N".
           88 Claims-Usable         VALUE "Y".
       01  Claims-Paid-Count        PIC 9(4) VALUE ZEROS.

       01  WS-Leaver-File-Status    PIC XX.
      * Leavers whose final pay has been made, and the period it was
      * made for.
       01  Leaver-Table.
           02  Leaver-Entry OCCURS 200 TIMES.
               03  LVT-Employee-ID     PIC X(5).
               03  LVT-Final-Period    PIC 9(8).
       01  Leaver-Count             PIC 9(3) VALUE ZEROS.
       01  LVT-Idx                  PIC 9(3).
       01  LVT-Found-Idx            PIC 9(3).
       01  Leaver-Refused-Switch    PIC X VALUE "N".
           88 Leaver-Refused        VALUE "Y".
      * Year and month of the leaving date and of the pay period,
      * for the final-pay test.
       01  Leave-Month              PIC 9(6).
       01  Period-Month             PIC 9(6).
       01  Tax-Year                 PIC 9(4).
       01  Register-Year            PIC 9(4).
       01  Final-Pay-Switch         PIC X VALUE "N".
           88 Is-Final-Pay          VALUE "Y".

       01  WS-Loan-File-Status      PIC XX.
       01  WS-LoanParm-File-Status  PIC XX.
      * The loan file held whole as record images, the same way as
      * the claim file, rewritten once at the end.
       01  Loan-Image-Table.
           02  Loan-Image           PIC X(88) OCCURS 500 TIMES.
       01  Loan-Image-Count         PIC 9(3) VALUE ZEROS.
       01  LNI-Idx                  PIC 9(3).
       01  Loans-Usable-Switch      PIC X VALUE "N".
           88 Loans-Usable          VALUE "Y".
       01  Loans-Changed-Count      PIC 9(3) VALUE ZEROS.

       01  WS-BackPay-File-Status   PIC XX.
      * The back-pay file held whole as record images, the same way
      * again, rewritten once at the end.
       01  BackPay-Image-Table.
           02  BackPay-Image        PIC X(82) OCCURS 2000 TIMES.
       01  BackPay-Image-Count      PIC 9(4) VALUE ZEROS.
       01  BPI-Idx                  PIC 9(4).
       01  BackPay-Usable-Switch    PIC X VALUE "N".
           88 BackPay-Usable        VALUE "Y".
       01  BackPay-Paid-Count       PIC 9(4) VALUE ZEROS.
      * The run holds three locks, EXPCLAIM.LCK, LOAN.LCK and
      * PAYRATE.LCK; the shared switch is parked here for each so
      * all of them release.
       01  Claims-Lock-Switch       PIC X VALUE "N".
       01  Loans-Lock-Switch        PIC X VALUE "N".
       01  Backpay-Lock-Switch      PIC X VALUE "N".

       01  Employee-ID         PIC X(5).
       01  Pay-Period-Date     PIC 9(8).

      * the payroll register still records the true gross pay.
       COPY "MONEYFLD.CPY" REPLACING
           MONEY-FIELD-NAME BY Entered-GrossPay.
      * Approved expense claims repaid with this pay - outside the
      * tax and deduction arithmetic, added to net pay afterwards.
       COPY "MONEYFLD.CPY" REPLACING
           MONEY-FIELD-NAME BY Reimbursed.
      * Loan repayments taken this pay, and what net pay can still
      * give above the floor as each loan is taken.
       COPY "MONEYFLD.CPY" REPLACING
           MONEY-FIELD-NAME BY Loan-Recovered.
       COPY "MONEYFLD.CPY" REPLACING
           MONEY-FIELD-NAME BY Loan-Headroom.
       COPY "MONEYFLD.CPY" REPLACING
           MONEY-FIELD-NAME BY Loan-Due.
       COPY "MONEYFLD.CPY" REPLACING
           MONEY-FIELD-NAME BY Net-Pay-Floor.
      * Back pay for back-dated rates, added to GrossPay before tax.
       COPY "MONEYFLD.CPY" REPLACING
           MONEY-FIELD-NAME BY Back-Pay.
       01  Deductions-Total    PIC 9(7)V99.

       PROCEDURE DIVISION.

           PERFORM LOAD-EMPLOYEE-MASTER.
           PERFORM LOAD-TAX-BANDS.
           PERFORM LOAD-LEAVER-STATEMENTS.
           OPEN INPUT PayParmFile.
           IF WS-PayParm-File-Status = "00"
               SET PayParm-Present TO TRUE
               MOVE "N" TO Lock-Prompt-Allowed
           END-IF.
           PERFORM LOAD-EXPENSE-CLAIMS.
           PERFORM LOAD-LOANS.
           PERFORM LOAD-BACK-PAY.
           IF PayParm-Present
               READ PayParmFile
                   AT END SET EndOfPayParmFile TO TRUE
               ACCEPT Pay-Period-Date
               DISPLAY"Input Gross Pay"
               ACCEPT GrossPay
               PERFORM CHECK-LEAVER-PAID-OFF
               IF NOT Leaver-Refused
                   PERFORM PROCESS-ONE-PAYMENT
               END-IF
           END-IF.
           PERFORM REWRITE-EXPENSE-CLAIMS.
           PERFORM REWRITE-LOANS.
           PERFORM REWRITE-BACK-PAY.
           PERFORM RELEASE-PAYROLL-LOCKS.
           PERFORM Log-Run-Complete.
           STOP RUN.

           MOVE PayParm-GrossPay TO GrossPay.
           PERFORM FIND-EMPLOYEE.
           IF EMT-Is-Found
               PERFORM CHECK-LEAVER-PAID-OFF
               IF NOT Leaver-Refused
                   PERFORM PROCESS-ONE-PAYMENT
               END-IF
           ELSE
               DISPLAY "WARNING: EMPLOYEE " Employee-ID
                   " IS NOT ON EMPMAST.DAT - NOTHING POSTED"
      * and the step fails - the same RETURN-CODE 8 convention
      * CommPost uses - until EMPMAST.DAT is put right.
       PROCESS-ONE-PAYMENT.
           PERFORM FIND-BACK-PAY.
           ADD Back-Pay TO GrossPay.
           PERFORM COMPUTE-BANDED-TAX.
           COMPUTE Pension ROUNDED =
               GrossPay * EMT-Pension-Rate(EMT-Idx).
               MOVE GrossPay TO Total
               MOVE GrossPay TO Entered-GrossPay
               SUBTRACT Tax, Pension, Health FROM GrossPay, Total
               PERFORM SET-FINAL-PAY
               PERFORM RECOVER-LOANS
               SUBTRACT Loan-Recovered FROM Total
               PERFORM PAY-APPROVED-CLAIMS
               ADD Reimbursed TO Total
               DISPLAY "Gross Pay with Deductions is " ,GrossPay,
               " total deductions of " ,Deductions-Total,
               " net Pay will be " ,Total
               IF Back-Pay > ZEROS
                   DISPLAY "Gross Pay includes back pay of "
                       ,Back-Pay
               END-IF
               IF Loan-Recovered > ZEROS
                   DISPLAY "Net Pay is after loan recovery of "
                       ,Loan-Recovered
               END-IF
               IF Reimbursed > ZEROS
                   DISPLAY "Net Pay includes expenses reimbursed of "
                       ,Reimbursed
               END-IF

               MOVE SPACES TO PayReg-Rec
               MOVE Pay-Period-Date TO PayReg-Period-Date
               MOVE Health TO PayReg-Health
               MOVE Total TO PayReg-Total
               MOVE Business-Date TO PayReg-Business-Date
               MOVE Reimbursed TO PayReg-Reimbursed
               MOVE Loan-Recovered TO PayReg-Loan-Recovered
               MOVE Back-Pay TO PayReg-Back-Pay
               OPEN EXTEND PayRegFile
               IF WS-PayReg-File-Status NOT = "00"
                   OPEN OUTPUT PayRegFile
               END-IF
               WRITE PayReg-Rec
               CLOSE PayRegFile
               PERFORM MARK-BACK-PAY-PAID
               PERFORM CHECK-FINAL-PAY
           END-IF.

      * Once a leaver's final pay is made nothing further is paid
      * for a later period; a correction for the final period itself
      * still goes through.
       CHECK-LEAVER-PAID-OFF.
           MOVE "N" TO Leaver-Refused-Switch.
           PERFORM FIND-LEAVER-STATEMENT.
           IF LVT-Found-Idx > ZEROS
               AND Pay-Period-Date > LVT-Final-Period(LVT-Found-Idx)
               SET Leaver-Refused TO TRUE
               DISPLAY "WARNING: EMPLOYEE " Employee-ID " LEFT - "
                   "FINAL PAY WAS FOR PERIOD "
                   LVT-Final-Period(LVT-Found-Idx)
                   " - NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
           END-IF.

       FIND-LEAVER-STATEMENT.
           MOVE ZEROS TO LVT-Found-Idx.
           PERFORM VARYING LVT-Idx FROM 1 BY 1
               UNTIL LVT-Idx > Leaver-Count
               IF LVT-Employee-ID(LVT-Idx) = Employee-ID
                   MOVE LVT-Idx TO LVT-Found-Idx
               END-IF
           END-PERFORM.

      * The first pay for the leaving month or later is the final
      * one.
       SET-FINAL-PAY.
           MOVE "N" TO Final-Pay-Switch.
           IF EMT-Leave-Date(EMT-Idx) > ZEROS
               DIVIDE EMT-Leave-Date(EMT-Idx) BY 100
                   GIVING Leave-Month
               DIVIDE Pay-Period-Date BY 100 GIVING Period-Month
               PERFORM FIND-LEAVER-STATEMENT
               IF Leave-Month <= Period-Month
                   AND LVT-Found-Idx = ZEROS
                   SET Is-Final-Pay TO TRUE
               END-IF
           END-IF.

      * The leaver statement is cut from the register as it now
      * stands, the final pay included.
       CHECK-FINAL-PAY.
           IF Is-Final-Pay
               PERFORM WRITE-LEAVER-STATEMENT
           END-IF.

       WRITE-LEAVER-STATEMENT.
           MOVE SPACES TO Leaver-Rec.
           MOVE Employee-ID TO Lvr-Employee-ID.
           MOVE EMT-Leave-Date(EMT-Idx) TO Lvr-Leave-Date.
           MOVE Pay-Period-Date TO Lvr-Final-Period.
           DIVIDE Pay-Period-Date BY 10000 GIVING Tax-Year.
           MOVE Tax-Year TO Lvr-Tax-Year.
           MOVE ZEROS TO Lvr-Gross-To-Date, Lvr-Tax-To-Date,
               Lvr-Pension-To-Date, Lvr-Health-To-Date.
           OPEN INPUT PayRegFile.
           IF WS-PayReg-File-Status = "00"
               READ PayRegFile
                   AT END SET EndOfPayRegFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfPayRegFile
                   DIVIDE PayReg-Period-Date BY 10000
                       GIVING Register-Year
                   IF PayReg-Employee-ID = Employee-ID
                       AND Register-Year = Tax-Year
                       ADD PayReg-GrossPay TO Lvr-Gross-To-Date
                       ADD PayReg-Tax TO Lvr-Tax-To-Date
                       ADD PayReg-Pension TO Lvr-Pension-To-Date
                       ADD PayReg-Health TO Lvr-Health-To-Date
                   END-IF
                   READ PayRegFile
                       AT END SET EndOfPayRegFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PayRegFile
           END-IF.
           MOVE Business-Date TO Lvr-Business-Date.
           OPEN EXTEND LeaverFile.
           IF WS-Leaver-File-Status NOT = "00"
               OPEN OUTPUT LeaverFile
           END-IF.
           WRITE Leaver-Rec.
           CLOSE LeaverFile.
           IF Leaver-Count < 200
               ADD 1 TO Leaver-Count
               MOVE Employee-ID TO LVT-Employee-ID(Leaver-Count)
               MOVE Pay-Period-Date TO LVT-Final-Period(Leaver-Count)
           END-IF.
           DISPLAY "LEAVER STATEMENT FOR " Employee-ID
               " - GROSS TO DATE " Lvr-Gross-To-Date
               " TAX TO DATE " Lvr-Tax-To-Date.

      * The claim lock is parked while LOAN.LCK is taken, and each
      * is put back into the shared switch to be released.
       LOAD-LOANS.
           MOVE Run-Lock-Switch TO Claims-Lock-Switch.
           MOVE "LOAN.LCK" TO Lock-File-Name.
           PERFORM Acquire-Run-Lock.
           MOVE Run-Lock-Switch TO Loans-Lock-Switch.
           MOVE ZEROS TO Net-Pay-Floor.
           OPEN INPUT LoanParmFile.
           IF WS-LoanParm-File-Status = "00"
               READ LoanParmFile
                   NOT AT END
                       IF LoanParm-Net-Floor IS NUMERIC
                           MOVE LoanParm-Net-Floor TO Net-Pay-Floor
                       END-IF
               END-READ
               CLOSE LoanParmFile
           END-IF.
           IF NOT Run-Lock-Held
               DISPLAY "WARNING: LOAN.DAT IN USE - NO LOANS "
                   "RECOVERED THIS RUN"
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN INPUT LoanFile
               IF WS-Loan-File-Status = "00"
                   SET Loans-Usable TO TRUE
                   READ LoanFile
                       AT END SET EndOfLoanFile TO TRUE
                   END-READ
                   PERFORM UNTIL EndOfLoanFile
                       IF Loan-Image-Count < 500
                           ADD 1 TO Loan-Image-Count
                           MOVE Loan-Rec
                               TO Loan-Image(Loan-Image-Count)
                       ELSE
                           MOVE "N" TO Loans-Usable-Switch
                       END-IF
                       READ LoanFile
                           AT END SET EndOfLoanFile TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE LoanFile
                   IF NOT Loans-Usable
                       DISPLAY "WARNING: LOAN.DAT EXCEEDED THE TABLE "
                           "AT LOAD - NO LOANS RECOVERED THIS RUN"
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      * Each open loan started by this period takes its repayment -
      * or, in a leaver's final pay, its whole balance - as far as
      * net pay stays at or above the floor. A loan that cannot be
      * taken in full takes what there is and tries again next pay;
      * a leaver's balance left over goes for collection.
       RECOVER-LOANS.
           MOVE ZEROS TO Loan-Recovered.
           IF Total > Net-Pay-Floor
               COMPUTE Loan-Headroom = Total - Net-Pay-Floor
           ELSE
               MOVE ZEROS TO Loan-Headroom
           END-IF.
           DIVIDE Pay-Period-Date BY 100 GIVING Period-Month.
           IF Loans-Usable
               PERFORM VARYING LNI-Idx FROM 1 BY 1
                   UNTIL LNI-Idx > Loan-Image-Count
                   MOVE Loan-Image(LNI-Idx) TO Loan-Rec
                   IF LN-Employee-ID = Employee-ID
                       AND LN-Is-Open
                       AND LN-Start-Period <= Period-Month
                       AND LN-Balance > ZEROS
                       PERFORM RECOVER-ONE-LOAN
                       MOVE Loan-Rec TO Loan-Image(LNI-Idx)
                       ADD 1 TO Loans-Changed-Count
                   END-IF
               END-PERFORM
           END-IF.

       RECOVER-ONE-LOAN.
           IF Is-Final-Pay
               OR LN-Repayment > LN-Balance
               MOVE LN-Balance TO Loan-Due
           ELSE
               MOVE LN-Repayment TO Loan-Due
           END-IF.
           IF Loan-Due > Loan-Headroom
               MOVE Loan-Headroom TO Loan-Due
           END-IF.
           SUBTRACT Loan-Due FROM LN-Balance, Loan-Headroom.
           ADD Loan-Due TO Loan-Recovered.
           MOVE Pay-Period-Date TO LN-Last-Period.
           MOVE Loan-Due TO LN-Last-Recovered.
           IF LN-Balance = ZEROS
               MOVE "C" TO LN-Status
           ELSE
               IF Is-Final-Pay
                   MOVE "K" TO LN-Status
                   DISPLAY "WARNING: LEAVER " Employee-ID " LOAN "
                       LN-Loan-No " BALANCE " LN-Balance
                       " NOT RECOVERED - FOR COLLECTION"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       REWRITE-LOANS.
           IF Loans-Usable AND Loans-Changed-Count > ZEROS
               OPEN OUTPUT LoanFile
               PERFORM VARYING LNI-Idx FROM 1 BY 1
                   UNTIL LNI-Idx > Loan-Image-Count
                   MOVE Loan-Image(LNI-Idx) TO Loan-Rec
                   WRITE Loan-Rec
               END-PERFORM
               CLOSE LoanFile
               DISPLAY "LOANS RECOVERED FROM: " Loans-Changed-Count
           END-IF.

      * PAYRATE.LCK covers RATEHIST.DAT and BACKPAY.DAT together;
      * LOAD-LOANS has already parked the loan lock.
       LOAD-BACK-PAY.
           MOVE "PAYRATE.LCK" TO Lock-File-Name.
           PERFORM Acquire-Run-Lock.
           MOVE Run-Lock-Switch TO Backpay-Lock-Switch.
           IF NOT Run-Lock-Held
               DISPLAY "WARNING: BACKPAY.DAT IN USE - NO BACK PAY "
                   "PAID THIS RUN"
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN INPUT BackPayFile
               IF WS-BackPay-File-Status = "00"
                   SET BackPay-Usable TO TRUE
                   READ BackPayFile
                       AT END SET EndOfBackPayFile TO TRUE
                   END-READ
                   PERFORM UNTIL EndOfBackPayFile
                       IF BackPay-Image-Count < 2000
                           ADD 1 TO BackPay-Image-Count
                           MOVE BackPay-Rec
                               TO BackPay-Image(BackPay-Image-Count)
                       ELSE
                           MOVE "N" TO BackPay-Usable-Switch
                       END-IF
                       READ BackPayFile
                           AT END SET EndOfBackPayFile TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE BackPayFile
                   IF NOT BackPay-Usable
                       DISPLAY "WARNING: BACKPAY.DAT EXCEEDED THE "
                           "TABLE AT LOAD - NO BACK PAY PAID THIS RUN"
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      * Every line still waiting for the employee, whatever period
      * it was worked out for.
       FIND-BACK-PAY.
           MOVE ZEROS TO Back-Pay.
           IF BackPay-Usable
               PERFORM VARYING BPI-Idx FROM 1 BY 1
                   UNTIL BPI-Idx > BackPay-Image-Count
                   MOVE BackPay-Image(BPI-Idx) TO BackPay-Rec
                   IF BP-Employee-ID = Employee-ID
                       AND BP-Is-Waiting
                       ADD BP-Amount TO Back-Pay
                   END-IF
               END-PERFORM
           END-IF.

      * Only once the register line carrying it is written.
       MARK-BACK-PAY-PAID.
           IF Back-Pay > ZEROS
               PERFORM VARYING BPI-Idx FROM 1 BY 1
                   UNTIL BPI-Idx > BackPay-Image-Count
                   MOVE BackPay-Image(BPI-Idx) TO BackPay-Rec
                   IF BP-Employee-ID = Employee-ID
                       AND BP-Is-Waiting
                       MOVE "D" TO BP-Status
                       MOVE Pay-Period-Date TO BP-Paid-Period
                       MOVE Business-Date TO BP-Paid-Date
                       MOVE BackPay-Rec TO BackPay-Image(BPI-Idx)
                       ADD 1 TO BackPay-Paid-Count
                   END-IF
               END-PERFORM
           END-IF.

       REWRITE-BACK-PAY.
           IF BackPay-Usable AND BackPay-Paid-Count > ZEROS
               OPEN OUTPUT BackPayFile
               PERFORM VARYING BPI-Idx FROM 1 BY 1
                   UNTIL BPI-Idx > BackPay-Image-Count
                   MOVE BackPay-Image(BPI-Idx) TO BackPay-Rec
                   WRITE BackPay-Rec
               END-PERFORM
               CLOSE BackPayFile
               DISPLAY "BACK PAY LINES PAID: " BackPay-Paid-Count
           END-IF.

       RELEASE-PAYROLL-LOCKS.
           MOVE "PAYRATE.LCK" TO Lock-File-Name.
           MOVE Backpay-Lock-Switch TO Run-Lock-Switch.
           PERFORM Release-Run-Lock.
           MOVE "LOAN.LCK" TO Lock-File-Name.
           MOVE Loans-Lock-Switch TO Run-Lock-Switch.
           PERFORM Release-Run-Lock.
           MOVE "EXPCLAIM.LCK" TO Lock-File-Name.
           MOVE Claims-Lock-Switch TO Run-Lock-Switch.
           PERFORM Release-Run-Lock.

       LOAD-LEAVER-STATEMENTS.
           OPEN INPUT LeaverFile.
           IF WS-Leaver-File-Status = "00"
               READ LeaverFile
                   AT END SET EndOfLeaverFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfLeaverFile
                   IF Leaver-Count < 200
                       ADD 1 TO Leaver-Count
                       MOVE Lvr-Employee-ID
                           TO LVT-Employee-ID(Leaver-Count)
                       MOVE Lvr-Final-Period
                           TO LVT-Final-Period(Leaver-Count)
                   ELSE
                       DISPLAY "WARNING: LEAVER TABLE FULL, "
                           "STATEMENT FOR " Lvr-Employee-ID
                           " SKIPPED"
                   END-IF
                   READ LeaverFile
                       AT END SET EndOfLeaverFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LeaverFile
           END-IF.

      * The claim file is only touched under its lock, so an
      * ExpClaim session cannot rewrite it over the paid marks. A
      * held lock or an oversized file pays no claims this run -
      * they stay approved and go out with the next pay.
       LOAD-EXPENSE-CLAIMS.
           MOVE "EXPCLAIM.LCK" TO Lock-File-Name.
           PERFORM Acquire-Run-Lock.
           IF NOT Run-Lock-Held
               DISPLAY "WARNING: EXPCLAIM.DAT IN USE - NO EXPENSE "
                   "CLAIMS PAID THIS RUN"
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN INPUT ExpClaimFile
               IF WS-ExpClaim-File-Status = "00"
                   SET Claims-Usable TO TRUE
                   READ ExpClaimFile
                       AT END SET EndOfExpClaimFile TO TRUE
                   END-READ
                   PERFORM UNTIL EndOfExpClaimFile
                       IF Claim-Image-Count < 2000
                           ADD 1 TO Claim-Image-Count
                           MOVE ExpClaim-Rec
                               TO Claim-Image(Claim-Image-Count)
                       ELSE
                           MOVE "N" TO Claims-Usable-Switch
                       END-IF
                       READ ExpClaimFile
                           AT END SET EndOfExpClaimFile TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE ExpClaimFile
                   IF NOT Claims-Usable
                       DISPLAY "WARNING: EXPCLAIM.DAT EXCEEDED THE "
                           "TABLE AT LOAD - NO EXPENSE CLAIMS PAID "
                           "THIS RUN"
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      * Every approved line for the employee goes into this pay and
      * is marked paid with the period and the business date of the
      * run, which is what GlExtract posts by.
       PAY-APPROVED-CLAIMS.
           MOVE ZEROS TO Reimbursed.
           IF Claims-Usable
               PERFORM VARYING CLM-Idx FROM 1 BY 1
                   UNTIL CLM-Idx > Claim-Image-Count
                   MOVE Claim-Image(CLM-Idx) TO ExpClaim-Rec
                   IF EC-Employee-ID = Employee-ID
                       AND EC-Is-Approved
                       ADD EC-Amount TO Reimbursed
                       MOVE "D" TO EC-Status
                       MOVE Pay-Period-Date TO EC-Paid-Period
                       MOVE Business-Date TO EC-Paid-Date
                       MOVE ExpClaim-Rec TO Claim-Image(CLM-Idx)
                       ADD 1 TO Claims-Paid-Count
                   END-IF
               END-PERFORM
           END-IF.

       REWRITE-EXPENSE-CLAIMS.
           IF Claims-Usable AND Claims-Paid-Count > ZEROS
               OPEN OUTPUT ExpClaimFile
               PERFORM VARYING CLM-Idx FROM 1 BY 1
                   UNTIL CLM-Idx > Claim-Image-Count
                   MOVE Claim-Image(CLM-Idx) TO ExpClaim-Rec
                   WRITE ExpClaim-Rec
               END-PERFORM
               CLOSE ExpClaimFile
               DISPLAY "EXPENSE CLAIM LINES PAID: " Claims-Paid-Count
           END-IF.

       LOAD-TAX-BANDS.
                           TO EMT-Health-Plan(Emp-Master-Count)
                       MOVE EmpMast-Health-Amount
                           TO EMT-Health-Amount(Emp-Master-Count)
                       MOVE ZEROS TO EMT-Leave-Date(Emp-Master-Count)
                       IF EmpMast-Leave-Date IS NUMERIC
                           MOVE EmpMast-Leave-Date
                               TO EMT-Leave-Date(Emp-Master-Count)
                       END-IF
                   ELSE
                       DISPLAY "WARNING: EMPMAST.DAT TABLE FULL, "
                           "EMPLOYEE " EmpMast-Employee-ID " SKIPPED"

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="SUBTRACTEXAMPLE"==.
       COPY "RUNLOCKPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="SUBTRACTEXAMPLE"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM SUBTRACTEXAMPLE.
