      ******************************************************************
      * Author:
      * Date:
      * Purpose: Staff loan and salary advance ledger, kept on
      *          LOAN.DAT for EMPMAST.DAT employees. A supervisor
      *          records each loan or advance with the amount, the
      *          repayment to take each pay period and the period
      *          recovery starts from; SUBTRACTEXAMPLE then takes the
      *          repayment as a deduction every pay run until the
      *          balance clears, so recovery no longer depends on
      *          somebody remembering to cut the next PAYPARM.DAT
      *          gross. Money collected outside payroll - a leaver's
      *          balance left for collection, say - is recorded here
      *          against the balance, and a balance that will never
      *          be recovered can be written off. LoanRpt prints the
      *          ledger.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LoanFile ASSIGN TO "LOAN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Loan-File-Status.

       SELECT EmpMasterFile ASSIGN TO "EMPMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EmpMaster-File-Status.
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "RUNLOCKFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
      * One record per loan or advance. Type L loan, A advance.
      * Status O open and recovering, C cleared, K left with a
      * balance for collection, W written off (the balance then
      * shows what was written off).
       FD LoanFile.
       01 Loan-Rec.
           88 EndOfLoanFile         VALUE HIGH-VALUES.
           02  LN-Loan-No               PIC 9(6).
           02  FILLER                   PIC X.
           02  LN-Employee-ID           PIC X(5).
           02  FILLER                   PIC X.
           02  LN-Type                  PIC X.
           02  FILLER                   PIC X.
           02  LN-Status                PIC X.
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

       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "RUNLOCKFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-Loan-File-Status          PIC XX.
       01  WS-EmpMaster-File-Status     PIC XX.
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "RUNLOCKWS.CPY".
       COPY "BUSDATEWS.CPY".

      * The whole ledger held in a table and rewritten in full, the
      * same idiom the maintenance programs use.
       01  Loan-Table.
           02  Loan-Entry OCCURS 500 TIMES.
               03  LNT-Loan-No          PIC 9(6).
               03  LNT-Employee-ID      PIC X(5).
               03  LNT-Type             PIC X.
               03  LNT-Status           PIC X.
                   88 LNT-Is-Open       VALUE "O".
                   88 LNT-Is-Collect    VALUE "K".
               03  LNT-Amount           PIC 9(7)V99.
               03  LNT-Repayment        PIC 9(7)V99.
               03  LNT-Start-Period     PIC 9(6).
               03  LNT-Balance          PIC 9(7)V99.
               03  LNT-Entered-By       PIC X(5).
               03  LNT-Entered-Date     PIC 9(8).
               03  LNT-Last-Period      PIC 9(8).
               03  LNT-Last-Recovered   PIC 9(7)V99.
       01  Loan-Count                   PIC 9(3) VALUE ZEROS.
       01  LNT-Idx                      PIC 9(3).
       01  Load-Overflow-Switch         PIC X VALUE "N".
           88 Load-Overflowed           VALUE "Y".
       01  Next-Loan-No                 PIC 9(6) VALUE 1.

       01  WS-Transaction-Code          PIC X.
           88 Txn-New                   VALUE "N", "n".
           88 Txn-Receive               VALUE "R", "r".
           88 Txn-Write-Off             VALUE "W", "w".
           88 Txn-List                  VALUE "L", "l".
           88 Txn-Quit                  VALUE "Q", "q".

       01  WS-Entry-Employee-ID         PIC X(5).
       01  WS-Entry-Employee-Name       PIC X(20).
       01  WS-Entry-Type                PIC X.
           88 Entry-Type-Valid          VALUE "L", "A".
       01  WS-Entry-Amount              PIC 9(7)V99.
       01  WS-Entry-Repayment           PIC 9(7)V99.
       01  WS-Entry-Start-Period        PIC 9(6).
       01  WS-Entry-Start-F REDEFINES WS-Entry-Start-Period.
           02  WS-Entry-Start-Year      PIC 9(4).
           02  WS-Entry-Start-Month     PIC 99.
       01  WS-Entry-Loan-No             PIC 9(6).
       01  WS-Found-Idx                 PIC 9(3) VALUE ZEROS.
       01  WS-Confirm                   PIC X.
           88 Confirm-Yes               VALUE "Y", "y".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
           MOVE Operator-ID TO Lock-My-Operator.
           MOVE "LOAN.LCK" TO Lock-File-Name.
           PERFORM Acquire-Run-Lock.
           IF NOT Run-Lock-Held
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-LOANS.
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL Txn-Quit.
           PERFORM 3000-REWRITE-LOANS.
           PERFORM Release-Run-Lock.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-LOANS.
           OPEN INPUT LoanFile.
           IF WS-Loan-File-Status = "00"
               READ LoanFile
                   AT END SET EndOfLoanFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfLoanFile
                   IF Loan-Count < 500
                       ADD 1 TO Loan-Count
                       MOVE LN-Loan-No TO LNT-Loan-No(Loan-Count)
                       MOVE LN-Employee-ID
                           TO LNT-Employee-ID(Loan-Count)
                       MOVE LN-Type TO LNT-Type(Loan-Count)
                       MOVE LN-Status TO LNT-Status(Loan-Count)
                       MOVE LN-Amount TO LNT-Amount(Loan-Count)
                       MOVE LN-Repayment TO LNT-Repayment(Loan-Count)
                       MOVE LN-Start-Period
                           TO LNT-Start-Period(Loan-Count)
                       MOVE LN-Balance TO LNT-Balance(Loan-Count)
                       MOVE LN-Entered-By
                           TO LNT-Entered-By(Loan-Count)
                       MOVE LN-Entered-Date
                           TO LNT-Entered-Date(Loan-Count)
                       MOVE LN-Last-Period
                           TO LNT-Last-Period(Loan-Count)
                       MOVE LN-Last-Recovered
                           TO LNT-Last-Recovered(Loan-Count)
                       IF LN-Loan-No >= Next-Loan-No
                           COMPUTE Next-Loan-No = LN-Loan-No + 1
                       END-IF
                   ELSE
                       SET Load-Overflowed TO TRUE
                       DISPLAY "WARNING: LOAN.DAT TABLE FULL - "
                           "LOAN " LN-Loan-No " SKIPPED"
                   END-IF
                   READ LoanFile
                       AT END SET EndOfLoanFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LoanFile
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           DISPLAY "STAFF LOANS - (N)EW (R)ECEIVE (W)RITE OFF "
               "(L)IST (Q)UIT".
           ACCEPT WS-Transaction-Code.
           EVALUATE TRUE
      * Lending the company's money and letting it go are both a
      * supervisor's decision.
               WHEN Txn-New
                   PERFORM Check-Supervisor-Role
                   IF Role-OK
                       PERFORM 2100-NEW-LOAN
                   END-IF
               WHEN Txn-Receive
                   PERFORM Check-Supervisor-Role
                   IF Role-OK
                       PERFORM 2300-RECEIVE-REPAYMENT
                   END-IF
               WHEN Txn-Write-Off
                   PERFORM Check-Supervisor-Role
                   IF Role-OK
                       PERFORM 2400-WRITE-OFF-LOAN
                   END-IF
               WHEN Txn-List
                   PERFORM 2500-LIST-LOANS
               WHEN Txn-Quit
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

      * An advance with no repayment keyed comes back whole in the
      * first period.
       2100-NEW-LOAN.
           DISPLAY "EMPLOYEE ID".
           ACCEPT WS-Entry-Employee-ID.
           PERFORM 2110-FIND-EMPLOYEE.
           IF WS-Entry-Employee-Name = SPACES
               DISPLAY "EMPLOYEE " WS-Entry-Employee-ID
                   " IS NOT ON EMPMAST.DAT - NOTHING RECORDED"
           ELSE
               DISPLAY "LOAN TO " WS-Entry-Employee-Name
               DISPLAY "(L)OAN OR (A)DVANCE"
               ACCEPT WS-Entry-Type
               DISPLAY "AMOUNT (NNNNNNN.NN)"
               ACCEPT WS-Entry-Amount
               DISPLAY "REPAYMENT PER PAY PERIOD (NNNNNNN.NN)"
               ACCEPT WS-Entry-Repayment
               DISPLAY "FIRST PERIOD TO RECOVER IN (YYYYMM)"
               ACCEPT WS-Entry-Start-Period
               IF WS-Entry-Type = "A"
                   AND WS-Entry-Repayment = ZEROS
                   MOVE WS-Entry-Amount TO WS-Entry-Repayment
               END-IF
               EVALUATE TRUE
                   WHEN NOT Entry-Type-Valid
                       DISPLAY "TYPE MUST BE L OR A - NOTHING "
                           "RECORDED"
                   WHEN WS-Entry-Amount = ZEROS
                       DISPLAY "AMOUNT MUST BE ABOVE ZERO - NOTHING "
                           "RECORDED"
                   WHEN WS-Entry-Repayment = ZEROS
                       OR WS-Entry-Repayment > WS-Entry-Amount
                       DISPLAY "REPAYMENT MUST BE ABOVE ZERO AND NOT "
                           "MORE THAN THE AMOUNT - NOTHING RECORDED"
                   WHEN WS-Entry-Start-Month < 1
                       OR WS-Entry-Start-Month > 12
                       DISPLAY "START PERIOD IS NOT A MONTH - "
                           "NOTHING RECORDED"
                   WHEN Loan-Count >= 500
                       DISPLAY "LOAN TABLE FULL - NOTHING RECORDED"
                   WHEN OTHER
                       PERFORM 2150-ADD-LOAN
               END-EVALUATE
           END-IF.

       2110-FIND-EMPLOYEE.
           MOVE SPACES TO WS-Entry-Employee-Name.
           OPEN INPUT EmpMasterFile.
           IF WS-EmpMaster-File-Status = "00"
               READ EmpMasterFile
                   AT END SET EndOfEmpMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfEmpMasterFile
                   IF EmpMast-Employee-ID = WS-Entry-Employee-ID
                       MOVE EmpMast-Name TO WS-Entry-Employee-Name
                   END-IF
                   READ EmpMasterFile
                       AT END SET EndOfEmpMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EmpMasterFile
           ELSE
               DISPLAY "WARNING: EMPMAST.DAT NOT AVAILABLE"
           END-IF.

       2150-ADD-LOAN.
           ADD 1 TO Loan-Count.
           MOVE Next-Loan-No TO LNT-Loan-No(Loan-Count).
           MOVE WS-Entry-Employee-ID TO LNT-Employee-ID(Loan-Count).
           MOVE WS-Entry-Type TO LNT-Type(Loan-Count).
           MOVE "O" TO LNT-Status(Loan-Count).
           MOVE WS-Entry-Amount TO LNT-Amount(Loan-Count).
           MOVE WS-Entry-Repayment TO LNT-Repayment(Loan-Count).
           MOVE WS-Entry-Start-Period TO LNT-Start-Period(Loan-Count).
           MOVE WS-Entry-Amount TO LNT-Balance(Loan-Count).
           MOVE Operator-ID TO LNT-Entered-By(Loan-Count).
           MOVE Business-Date TO LNT-Entered-Date(Loan-Count).
           MOVE ZEROS TO LNT-Last-Period(Loan-Count),
               LNT-Last-Recovered(Loan-Count).
           DISPLAY "LOAN " Next-Loan-No " RECORDED - "
               WS-Entry-Repayment " A PERIOD FROM "
               WS-Entry-Start-Period.
           ADD 1 TO Next-Loan-No.

      * Money paid back outside payroll comes off the balance; a
      * balance paid off closes the loan.
       2300-RECEIVE-REPAYMENT.
           DISPLAY "LOAN NUMBER".
           ACCEPT WS-Entry-Loan-No.
           PERFORM 2600-FIND-LOAN.
           EVALUATE TRUE
               WHEN WS-Found-Idx = ZEROS
                   DISPLAY "LOAN " WS-Entry-Loan-No " NOT ON FILE"
               WHEN NOT LNT-Is-Open(WS-Found-Idx)
                   AND NOT LNT-Is-Collect(WS-Found-Idx)
                   DISPLAY "LOAN " WS-Entry-Loan-No
                       " HAS NO BALANCE TO RECOVER"
               WHEN OTHER
                   PERFORM 2650-SHOW-LOAN
                   DISPLAY "AMOUNT RECEIVED (NNNNNNN.NN)"
                   ACCEPT WS-Entry-Amount
                   IF WS-Entry-Amount = ZEROS
                       OR WS-Entry-Amount > LNT-Balance(WS-Found-Idx)
                       DISPLAY "AMOUNT MUST BE ABOVE ZERO AND NOT "
                           "MORE THAN THE BALANCE - NOTHING RECORDED"
                   ELSE
                       SUBTRACT WS-Entry-Amount
                           FROM LNT-Balance(WS-Found-Idx)
                       IF LNT-Balance(WS-Found-Idx) = ZEROS
                           MOVE "C" TO LNT-Status(WS-Found-Idx)
                           DISPLAY "LOAN " WS-Entry-Loan-No
                               " CLEARED"
                       ELSE
                           DISPLAY "LOAN " WS-Entry-Loan-No
                               " BALANCE NOW "
                               LNT-Balance(WS-Found-Idx)
                       END-IF
                   END-IF
           END-EVALUATE.

       2400-WRITE-OFF-LOAN.
           DISPLAY "LOAN NUMBER".
           ACCEPT WS-Entry-Loan-No.
           PERFORM 2600-FIND-LOAN.
           EVALUATE TRUE
               WHEN WS-Found-Idx = ZEROS
                   DISPLAY "LOAN " WS-Entry-Loan-No " NOT ON FILE"
               WHEN NOT LNT-Is-Open(WS-Found-Idx)
                   AND NOT LNT-Is-Collect(WS-Found-Idx)
                   DISPLAY "LOAN " WS-Entry-Loan-No
                       " HAS NO BALANCE TO WRITE OFF"
               WHEN OTHER
                   PERFORM 2650-SHOW-LOAN
                   DISPLAY "WRITE OFF THE BALANCE? (Y/N)"
                   ACCEPT WS-Confirm
                   IF Confirm-Yes
                       MOVE "W" TO LNT-Status(WS-Found-Idx)
                       DISPLAY "LOAN " WS-Entry-Loan-No
                           " WRITTEN OFF"
                   ELSE
                       DISPLAY "NOTHING CHANGED"
                   END-IF
           END-EVALUATE.

      * Loans still carrying a balance, for one employee or, left
      * blank, everybody.
       2500-LIST-LOANS.
           DISPLAY "EMPLOYEE ID (BLANK FOR ALL)".
           MOVE SPACES TO WS-Entry-Employee-ID.
           ACCEPT WS-Entry-Employee-ID.
           PERFORM VARYING LNT-Idx FROM 1 BY 1
               UNTIL LNT-Idx > Loan-Count
               IF (LNT-Is-Open(LNT-Idx) OR LNT-Is-Collect(LNT-Idx))
                   AND (WS-Entry-Employee-ID = SPACES
                       OR LNT-Employee-ID(LNT-Idx)
                           = WS-Entry-Employee-ID)
                   DISPLAY "LOAN " LNT-Loan-No(LNT-Idx)
                       " " LNT-Employee-ID(LNT-Idx)
                       " " LNT-Type(LNT-Idx)
                       " STATUS " LNT-Status(LNT-Idx)
                       " AMOUNT " LNT-Amount(LNT-Idx)
                       " BALANCE " LNT-Balance(LNT-Idx)
                       " PER PERIOD " LNT-Repayment(LNT-Idx)
               END-IF
           END-PERFORM.

       2600-FIND-LOAN.
           MOVE ZEROS TO WS-Found-Idx.
           PERFORM VARYING LNT-Idx FROM 1 BY 1
               UNTIL LNT-Idx > Loan-Count
               OR WS-Found-Idx > ZEROS
               IF LNT-Loan-No(LNT-Idx) = WS-Entry-Loan-No
                   MOVE LNT-Idx TO WS-Found-Idx
               END-IF
           END-PERFORM.

       2650-SHOW-LOAN.
           DISPLAY "LOAN " LNT-Loan-No(WS-Found-Idx)
               " EMPLOYEE " LNT-Employee-ID(WS-Found-Idx)
               " AMOUNT " LNT-Amount(WS-Found-Idx)
               " BALANCE " LNT-Balance(WS-Found-Idx)
               " LAST RECOVERED " LNT-Last-Period(WS-Found-Idx).

       3000-REWRITE-LOANS.
           IF Load-Overflowed
               DISPLAY "LOAN.DAT EXCEEDED THE TABLE AT LOAD - "
                   "NOT REWRITTEN, NO CHANGES SAVED"
               MOVE 8 TO RETURN-CODE
           ELSE
           OPEN OUTPUT LoanFile
           PERFORM VARYING LNT-Idx FROM 1 BY 1
               UNTIL LNT-Idx > Loan-Count
               MOVE SPACES TO Loan-Rec
               MOVE LNT-Loan-No(LNT-Idx) TO LN-Loan-No
               MOVE LNT-Employee-ID(LNT-Idx) TO LN-Employee-ID
               MOVE LNT-Type(LNT-Idx) TO LN-Type
               MOVE LNT-Status(LNT-Idx) TO LN-Status
               MOVE LNT-Amount(LNT-Idx) TO LN-Amount
               MOVE LNT-Repayment(LNT-Idx) TO LN-Repayment
               MOVE LNT-Start-Period(LNT-Idx) TO LN-Start-Period
               MOVE LNT-Balance(LNT-Idx) TO LN-Balance
               MOVE LNT-Entered-By(LNT-Idx) TO LN-Entered-By
               MOVE LNT-Entered-Date(LNT-Idx) TO LN-Entered-Date
               MOVE LNT-Last-Period(LNT-Idx) TO LN-Last-Period
               MOVE LNT-Last-Recovered(LNT-Idx) TO LN-Last-Recovered
               WRITE Loan-Rec
           END-PERFORM
           CLOSE LoanFile
           END-IF.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="LOANMAINT"==.
       COPY "OPSIGNPA.CPY".
       COPY "OPROLEPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="LOANMAINT"==.
       COPY "RUNLOCKPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="LOANMAINT"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM LoanMaint.
