      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pay-rate history for EMPMAST.DAT employees, kept on
      *          RATEHIST.DAT as one record per rate with the date it
      *          takes effect: hourly and overtime rates for the
      *          timesheet staff, the monthly salary for the salaried.
      *          The master's own rates stand until an employee's
      *          first history record; from then on PayCalc prices
      *          each day at the rate in force on it. A supervisor
      *          records a pay award here; one effective before the
      *          day it is keyed is back-dated and waits, unused,
      *          until the BackPay run has re-priced the periods
      *          already paid and queued the arrears for the next pay
      *          run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RateMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RateHistFile ASSIGN TO "RATEHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RateHist-File-Status.

       SELECT EmpMasterFile ASSIGN TO "EMPMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EmpMaster-File-Status.
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "RUNLOCKFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
      * One record per rate. Status A in use from the effective date,
      * P back-dated and waiting for BackPay, D back-dated and its
      * arrears worked out (the date BackPay did so alongside).
       FD RateHistFile.
       01 RateHist-Rec.
           88 EndOfRateHistFile     VALUE HIGH-VALUES.
           02  RH-Employee-ID           PIC X(5).
           02  FILLER                   PIC X.
           02  RH-Effective-Date        PIC 9(8).
           02  FILLER                   PIC X.
           02  RH-Hourly-Rate           PIC 9(3)V99.
           02  FILLER                   PIC X.
           02  RH-OT-Rate               PIC 9(3)V99.
           02  FILLER                   PIC X.
           02  RH-Monthly-Salary        PIC 9(7)V99.
           02  FILLER                   PIC X.
           02  RH-Status                PIC X.
           02  FILLER                   PIC X.
           02  RH-Entered-By            PIC X(5).
           02  FILLER                   PIC X.
           02  RH-Entered-Date          PIC 9(8).
           02  FILLER                   PIC X.
           02  RH-Backpay-Date          PIC 9(8).

       FD EmpMasterFile.
       01 EmpMast-Rec.
           88 EndOfEmpMasterFile    VALUE HIGH-VALUES.
           02  EmpMast-Employee-ID      PIC X(5).
           02  FILLER                   PIC X.
           02  EmpMast-Name             PIC X(20).
           02  FILLER                   PIC X(41).
           02  EmpMast-Hourly-Rate      PIC 9(3)V99.
           02  FILLER                   PIC X.
           02  EmpMast-OT-Rate          PIC 9(3)V99.
           02  FILLER                   PIC X(28).
           02  EmpMast-Pay-Basis        PIC X.
               88 EmpMast-Is-Salaried   VALUE "S".
           02  FILLER                   PIC X.
           02  EmpMast-Monthly-Salary   PIC 9(7)V99.

       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "RUNLOCKFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-RateHist-File-Status      PIC XX.
       01  WS-EmpMaster-File-Status     PIC XX.
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "RUNLOCKWS.CPY".
       COPY "BUSDATEWS.CPY".

      * The whole history held in a table and rewritten in full, the
      * same idiom the maintenance programs use.
       01  Rate-Table.
           02  Rate-Entry OCCURS 1000 TIMES.
               03  RHT-Employee-ID      PIC X(5).
               03  RHT-Effective-Date   PIC 9(8).
               03  RHT-Hourly-Rate      PIC 9(3)V99.
               03  RHT-OT-Rate          PIC 9(3)V99.
               03  RHT-Monthly-Salary   PIC 9(7)V99.
               03  RHT-Status           PIC X.
               03  RHT-Entered-By       PIC X(5).
               03  RHT-Entered-Date     PIC 9(8).
               03  RHT-Backpay-Date     PIC 9(8).
       01  Rate-Count                   PIC 9(4) VALUE ZEROS.
       01  RHT-Idx                      PIC 9(4).
       01  Load-Overflow-Switch         PIC X VALUE "N".
           88 Load-Overflowed           VALUE "Y".
       01  Rates-Added                  PIC 9(4) VALUE ZEROS.

       01  WS-Transaction-Code          PIC X.
           88 Txn-New                   VALUE "N", "n".
           88 Txn-List                  VALUE "L", "l".
           88 Txn-Quit                  VALUE "Q", "q".

       01  WS-Entry-Employee-ID         PIC X(5).
       01  WS-Entry-Employee-Name       PIC X(20).
       01  WS-Entry-Salaried            PIC X.
           88 Entry-Is-Salaried         VALUE "Y".
       01  WS-Entry-Effective-Date      PIC 9(8).
       01  WS-Entry-Effective-F REDEFINES WS-Entry-Effective-Date.
           02  WS-Entry-Eff-Year        PIC 9(4).
           02  WS-Entry-Eff-Month       PIC 99.
           02  WS-Entry-Eff-Day         PIC 99.
       01  WS-Entry-Hourly-Rate         PIC 9(3)V99.
       01  WS-Entry-OT-Rate             PIC 9(3)V99.
       01  WS-Entry-Monthly-Salary      PIC 9(7)V99.
      * The rates in force now - the latest history record effective
      * by the business date, else the master's - shown as the
      * starting point and kept for any figure keyed as zero.
       01  WS-Current-Hourly-Rate       PIC 9(3)V99.
       01  WS-Current-OT-Rate           PIC 9(3)V99.
       01  WS-Current-Monthly-Salary    PIC 9(7)V99.
       01  WS-Current-From-Date         PIC 9(8).
       01  WS-Duplicate-Switch          PIC X.
           88 Entry-Is-Duplicate        VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
           MOVE Operator-ID TO Lock-My-Operator.
           MOVE "PAYRATE.LCK" TO Lock-File-Name.
           PERFORM Acquire-Run-Lock.
           IF NOT Run-Lock-Held
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-RATE-HISTORY.
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL Txn-Quit.
           PERFORM 3000-REWRITE-RATE-HISTORY.
           PERFORM Release-Run-Lock.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-RATE-HISTORY.
           OPEN INPUT RateHistFile.
           IF WS-RateHist-File-Status = "00"
               READ RateHistFile
                   AT END SET EndOfRateHistFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfRateHistFile
                   IF Rate-Count < 1000
                       ADD 1 TO Rate-Count
                       MOVE RH-Employee-ID
                           TO RHT-Employee-ID(Rate-Count)
                       MOVE RH-Effective-Date
                           TO RHT-Effective-Date(Rate-Count)
                       MOVE RH-Hourly-Rate
                           TO RHT-Hourly-Rate(Rate-Count)
                       MOVE RH-OT-Rate TO RHT-OT-Rate(Rate-Count)
                       MOVE RH-Monthly-Salary
                           TO RHT-Monthly-Salary(Rate-Count)
                       MOVE RH-Status TO RHT-Status(Rate-Count)
                       MOVE RH-Entered-By TO RHT-Entered-By(Rate-Count)
                       MOVE RH-Entered-Date
                           TO RHT-Entered-Date(Rate-Count)
                       MOVE RH-Backpay-Date
                           TO RHT-Backpay-Date(Rate-Count)
                   ELSE
                       SET Load-Overflowed TO TRUE
                       DISPLAY "WARNING: RATEHIST.DAT TABLE FULL - "
                           "RATE FOR " RH-Employee-ID " FROM "
                           RH-Effective-Date " SKIPPED"
                   END-IF
                   READ RateHistFile
                       AT END SET EndOfRateHistFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RateHistFile
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           DISPLAY "PAY RATES - (N)EW RATE (L)IST HISTORY (Q)UIT".
           ACCEPT WS-Transaction-Code.
           EVALUATE TRUE
      * A pay award is a supervisor's to record.
               WHEN Txn-New
                   PERFORM Check-Supervisor-Role
                   IF Role-OK
                       PERFORM 2100-NEW-RATE
                   END-IF
               WHEN Txn-List
                   PERFORM 2500-LIST-HISTORY
               WHEN Txn-Quit
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

      * A salaried employee is asked for the salary, anybody else for
      * the hourly and overtime rates; a figure keyed as zero keeps
      * the one in force now.
       2100-NEW-RATE.
           DISPLAY "EMPLOYEE ID".
           ACCEPT WS-Entry-Employee-ID.
           PERFORM 2110-FIND-EMPLOYEE.
           IF WS-Entry-Employee-Name = SPACES
               DISPLAY "EMPLOYEE " WS-Entry-Employee-ID
                   " IS NOT ON EMPMAST.DAT - NOTHING RECORDED"
           ELSE
               PERFORM 2120-FIND-CURRENT-RATE
               DISPLAY "RATES FOR " WS-Entry-Employee-Name
               DISPLAY "IN FORCE FROM " WS-Current-From-Date
                   " HOURLY " WS-Current-Hourly-Rate
                   " OVERTIME " WS-Current-OT-Rate
                   " MONTHLY " WS-Current-Monthly-Salary
               DISPLAY "EFFECTIVE DATE OF THE NEW RATE (YYYYMMDD)"
               ACCEPT WS-Entry-Effective-Date
               MOVE WS-Current-Hourly-Rate TO WS-Entry-Hourly-Rate
               MOVE WS-Current-OT-Rate TO WS-Entry-OT-Rate
               MOVE WS-Current-Monthly-Salary
                   TO WS-Entry-Monthly-Salary
               IF Entry-Is-Salaried
                   DISPLAY "NEW MONTHLY SALARY (NNNNNNN.NN)"
                   ACCEPT WS-Entry-Monthly-Salary
                   IF WS-Entry-Monthly-Salary = ZEROS
                       MOVE WS-Current-Monthly-Salary
                           TO WS-Entry-Monthly-Salary
                   END-IF
               ELSE
                   DISPLAY "NEW HOURLY RATE (NNN.NN)"
                   ACCEPT WS-Entry-Hourly-Rate
                   IF WS-Entry-Hourly-Rate = ZEROS
                       MOVE WS-Current-Hourly-Rate
                           TO WS-Entry-Hourly-Rate
                   END-IF
                   DISPLAY "NEW OVERTIME RATE (NNN.NN)"
                   ACCEPT WS-Entry-OT-Rate
                   IF WS-Entry-OT-Rate = ZEROS
                       MOVE WS-Current-OT-Rate TO WS-Entry-OT-Rate
                   END-IF
               END-IF
               PERFORM 2130-CHECK-DUPLICATE
               EVALUATE TRUE
                   WHEN WS-Entry-Eff-Month < 1
                       OR WS-Entry-Eff-Month > 12
                       OR WS-Entry-Eff-Day < 1
                       OR WS-Entry-Eff-Day > 31
                       DISPLAY "EFFECTIVE DATE IS NOT A DATE - "
                           "NOTHING RECORDED"
                   WHEN Entry-Is-Duplicate
                       DISPLAY "A RATE IS ALREADY RECORDED FROM "
                           WS-Entry-Effective-Date
                           " - NOTHING RECORDED"
                   WHEN Rate-Count >= 1000
                       DISPLAY "RATE TABLE FULL - NOTHING RECORDED"
                   WHEN OTHER
                       PERFORM 2150-ADD-RATE
               END-EVALUATE
           END-IF.

       2110-FIND-EMPLOYEE.
           MOVE SPACES TO WS-Entry-Employee-Name.
           MOVE "N" TO WS-Entry-Salaried.
           MOVE ZEROS TO WS-Current-Hourly-Rate, WS-Current-OT-Rate,
               WS-Current-Monthly-Salary.
           OPEN INPUT EmpMasterFile.
           IF WS-EmpMaster-File-Status = "00"
               READ EmpMasterFile
                   AT END SET EndOfEmpMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfEmpMasterFile
                   IF EmpMast-Employee-ID = WS-Entry-Employee-ID
                       MOVE EmpMast-Name TO WS-Entry-Employee-Name
                       PERFORM 2115-TAKE-MASTER-RATES
                   END-IF
                   READ EmpMasterFile
                       AT END SET EndOfEmpMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EmpMasterFile
           ELSE
               DISPLAY "WARNING: EMPMAST.DAT NOT AVAILABLE"
           END-IF.

      * Masters from before the rate fields read as spaces.
       2115-TAKE-MASTER-RATES.
           IF EmpMast-Is-Salaried
               MOVE "Y" TO WS-Entry-Salaried
           END-IF.
           IF EmpMast-Hourly-Rate IS NUMERIC
               MOVE EmpMast-Hourly-Rate TO WS-Current-Hourly-Rate
           END-IF.
           IF EmpMast-OT-Rate IS NUMERIC
               MOVE EmpMast-OT-Rate TO WS-Current-OT-Rate
           END-IF.
           IF EmpMast-Monthly-Salary IS NUMERIC
               MOVE EmpMast-Monthly-Salary TO WS-Current-Monthly-Salary
           END-IF.

      * A back-dated rate still waiting for BackPay is not yet in
      * force, as PayCalc sees it.
       2120-FIND-CURRENT-RATE.
           MOVE ZEROS TO WS-Current-From-Date.
           PERFORM VARYING RHT-Idx FROM 1 BY 1
               UNTIL RHT-Idx > Rate-Count
               IF RHT-Employee-ID(RHT-Idx) = WS-Entry-Employee-ID
                   AND RHT-Status(RHT-Idx) NOT = "P"
                   AND RHT-Effective-Date(RHT-Idx) <= Business-Date
                   AND RHT-Effective-Date(RHT-Idx)
                       >= WS-Current-From-Date
                   MOVE RHT-Effective-Date(RHT-Idx)
                       TO WS-Current-From-Date
                   MOVE RHT-Hourly-Rate(RHT-Idx)
                       TO WS-Current-Hourly-Rate
                   MOVE RHT-OT-Rate(RHT-Idx) TO WS-Current-OT-Rate
                   MOVE RHT-Monthly-Salary(RHT-Idx)
                       TO WS-Current-Monthly-Salary
               END-IF
           END-PERFORM.

       2130-CHECK-DUPLICATE.
           MOVE "N" TO WS-Duplicate-Switch.
           PERFORM VARYING RHT-Idx FROM 1 BY 1
               UNTIL RHT-Idx > Rate-Count
               IF RHT-Employee-ID(RHT-Idx) = WS-Entry-Employee-ID
                   AND RHT-Effective-Date(RHT-Idx)
                       = WS-Entry-Effective-Date
                   SET Entry-Is-Duplicate TO TRUE
               END-IF
           END-PERFORM.

      * Effective before today means hours at the old rate have been
      * or may have been paid: the rate waits for BackPay.
       2150-ADD-RATE.
           ADD 1 TO Rate-Count.
           ADD 1 TO Rates-Added.
           MOVE WS-Entry-Employee-ID TO RHT-Employee-ID(Rate-Count).
           MOVE WS-Entry-Effective-Date
               TO RHT-Effective-Date(Rate-Count).
           MOVE WS-Entry-Hourly-Rate TO RHT-Hourly-Rate(Rate-Count).
           MOVE WS-Entry-OT-Rate TO RHT-OT-Rate(Rate-Count).
           MOVE WS-Entry-Monthly-Salary
               TO RHT-Monthly-Salary(Rate-Count).
           MOVE Operator-ID TO RHT-Entered-By(Rate-Count).
           MOVE Business-Date TO RHT-Entered-Date(Rate-Count).
           MOVE ZEROS TO RHT-Backpay-Date(Rate-Count).
           IF WS-Entry-Effective-Date < Business-Date
               MOVE "P" TO RHT-Status(Rate-Count)
               DISPLAY "RATE RECORDED - BACK-DATED, IT WILL BE USED "
                   "ONCE BACKPAY HAS WORKED OUT THE ARREARS"
           ELSE
               MOVE "A" TO RHT-Status(Rate-Count)
               DISPLAY "RATE RECORDED - IN FORCE FROM "
                   WS-Entry-Effective-Date
           END-IF.

      * One employee's history, oldest first as keyed.
       2500-LIST-HISTORY.
           DISPLAY "EMPLOYEE ID".
           ACCEPT WS-Entry-Employee-ID.
           PERFORM VARYING RHT-Idx FROM 1 BY 1
               UNTIL RHT-Idx > Rate-Count
               IF RHT-Employee-ID(RHT-Idx) = WS-Entry-Employee-ID
                   DISPLAY "FROM " RHT-Effective-Date(RHT-Idx)
                       " HOURLY " RHT-Hourly-Rate(RHT-Idx)
                       " OVERTIME " RHT-OT-Rate(RHT-Idx)
                       " MONTHLY " RHT-Monthly-Salary(RHT-Idx)
                       " STATUS " RHT-Status(RHT-Idx)
                       " BY " RHT-Entered-By(RHT-Idx)
                       " ON " RHT-Entered-Date(RHT-Idx)
               END-IF
           END-PERFORM.

       3000-REWRITE-RATE-HISTORY.
           IF Load-Overflowed
               DISPLAY "RATEHIST.DAT EXCEEDED THE TABLE AT LOAD - "
                   "NOT REWRITTEN, NO CHANGES SAVED"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF Rates-Added > ZEROS
                   OPEN OUTPUT RateHistFile
                   PERFORM VARYING RHT-Idx FROM 1 BY 1
                       UNTIL RHT-Idx > Rate-Count
                       MOVE SPACES TO RateHist-Rec
                       MOVE RHT-Employee-ID(RHT-Idx) TO RH-Employee-ID
                       MOVE RHT-Effective-Date(RHT-Idx)
                           TO RH-Effective-Date
                       MOVE RHT-Hourly-Rate(RHT-Idx) TO RH-Hourly-Rate
                       MOVE RHT-OT-Rate(RHT-Idx) TO RH-OT-Rate
                       MOVE RHT-Monthly-Salary(RHT-Idx)
                           TO RH-Monthly-Salary
                       MOVE RHT-Status(RHT-Idx) TO RH-Status
                       MOVE RHT-Entered-By(RHT-Idx) TO RH-Entered-By
                       MOVE RHT-Entered-Date(RHT-Idx)
                           TO RH-Entered-Date
                       MOVE RHT-Backpay-Date(RHT-Idx)
                           TO RH-Backpay-Date
                       WRITE RateHist-Rec
                   END-PERFORM
                   CLOSE RateHistFile
               END-IF
           END-IF.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="RATEMAINT"==.
       COPY "OPSIGNPA.CPY".
       COPY "OPROLEPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="RATEMAINT"==.
       COPY "RUNLOCKPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="RATEMAINT"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM RateMaint.
