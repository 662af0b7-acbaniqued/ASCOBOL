      ******************************************************************
      * Author:
      * Date:
      * Purpose: Back pay for back-dated pay awards. Every rate on
      *          RATEHIST.DAT that RateMaint recorded as back-dated
      *          is settled here: each pay period already on
      *          PAYREG.DAT for the employee since the rate took
      *          effect is priced again - the approved TIMESHT.DAT
      *          hours and paid leave for the hourly staff, the
      *          working days for the salaried - once at the rates
      *          that were in force and once with the new rate, the
      *          way PayCalc prices them. Each period's increase is
      *          queued on BACKPAY.DAT for SUBTRACTEXAMPLE to add to
      *          the next pay as a back-pay line, taxed with the rest
      *          of that pay through the bands; the rate is then
      *          marked settled and PayCalc starts using it.
      *          BACKPAY.RPT is the audit trail of every period
      *          priced again. A period that comes out lower is
      *          listed and not recovered.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BackPay.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RateHistFile ASSIGN TO "RATEHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RateHist-File-Status.

       SELECT EmpMasterFile ASSIGN TO "EMPMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EmpMaster-File-Status.

       SELECT TimesheetFile ASSIGN TO "TIMESHT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Timesheet-File-Status.

       SELECT PayRegFile ASSIGN TO "PAYREG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PayReg-File-Status.

       SELECT AbsenceFile ASSIGN TO "ABSENCE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Absence-File-Status.

      * Back pay waiting for the next pay run, one line per employee
      * per period priced again.
       SELECT BackPayFile ASSIGN TO "BACKPAY.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BackPay-File-Status.

       SELECT BackPayRep ASSIGN TO "BACKPAY.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "RUNLOGFC.CPY".
       COPY "RUNLOCKFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
      * Layout as RateMaint keeps it; status A in use, P back-dated
      * and waiting here, D settled on RH-Backpay-Date.
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
           02  FILLER                   PIC X(5).
           02  EmpMast-Day-Hours        PIC 99V99.
           02  FILLER                   PIC X.
           02  EmpMast-Start-Date       PIC 9(8).
           02  FILLER                   PIC X.
           02  EmpMast-Leave-Date       PIC 9(8).
           02  FILLER                   PIC X.
           02  EmpMast-Pay-Basis        PIC X.
               88 EmpMast-Is-Salaried   VALUE "S".
           02  FILLER                   PIC X.
           02  EmpMast-Monthly-Salary   PIC 9(7)V99.

       FD TimesheetFile.
       01 Timesheet-Rec.
           88 EndOfTimesheetFile    VALUE HIGH-VALUES.
           02  TS-Employee-ID           PIC X(5).
           02  FILLER                   PIC X.
           02  TS-Work-Date             PIC 9(8).
           02  FILLER                   PIC X.
           02  TS-Hours                 PIC 99V99.
           02  FILLER                   PIC X.
           02  TS-OT-Hours              PIC 99V99.
           02  FILLER                   PIC X.
           02  TS-Approved              PIC X.
               88 TS-Is-Approved        VALUE "Y".

       FD PayRegFile.
       01 PayReg-Rec.
           88 EndOfPayRegFile       VALUE HIGH-VALUES.
           02  PayReg-Period-Date       PIC 9(8).
           02  FILLER                   PIC X.
           02  PayReg-Employee-ID       PIC X(5).

       FD AbsenceFile.
       01 Absence-Rec.
           88 EndOfAbsenceFile      VALUE HIGH-VALUES.
           02  Abs-Employee-ID          PIC X(5).
           02  FILLER                   PIC X.
           02  Abs-Date                 PIC 9(8).
           02  FILLER                   PIC X.
           02  Abs-Type                 PIC X.
           02  FILLER                   PIC X.
           02  Abs-Days                 PIC 9V9.
           02  FILLER                   PIC X.
           02  Abs-Status               PIC X.
               88 Abs-Is-Approved       VALUE "A".

      * Status P waiting for a pay run, D paid in BP-Paid-Period on
      * BP-Paid-Date.
       FD BackPayFile.
       01 BackPay-Rec.
           02  BP-Employee-ID           PIC X(5).
           02  FILLER                   PIC X.
           02  BP-Period-Date           PIC 9(8).
           02  FILLER                   PIC X.
           02  BP-Effective-Date        PIC 9(8).
           02  FILLER                   PIC X.
           02  BP-Old-Amount            PIC 9(7)V99.
           02  FILLER                   PIC X.
           02  BP-New-Amount            PIC 9(7)V99.
           02  FILLER                   PIC X.
           02  BP-Amount                PIC 9(7)V99.
           02  FILLER                   PIC X.
           02  BP-Status                PIC X.
           02  FILLER                   PIC X.
           02  BP-Calc-Date             PIC 9(8).
           02  FILLER                   PIC X.
           02  BP-Paid-Period           PIC 9(8).
           02  FILLER                   PIC X.
           02  BP-Paid-Date             PIC 9(8).

       FD BackPayRep.
       01 BackPay-Print-Line           PIC X(80).

       COPY "RUNLOGFD.CPY".
       COPY "RUNLOCKFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-RateHist-File-Status      PIC XX.
       01  WS-EmpMaster-File-Status     PIC XX.
       01  WS-Timesheet-File-Status     PIC XX.
       01  WS-PayReg-File-Status        PIC XX.
       01  WS-Absence-File-Status       PIC XX.
       01  WS-BackPay-File-Status       PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "RUNLOCKWS.CPY".
       COPY "BUSDATEWS.CPY".

      * The whole rate history, rewritten with the settled rates
      * marked.
       01  Rate-Table.
           02  Rate-Entry OCCURS 1000 TIMES.
               03  RHT-Employee-ID      PIC X(5).
               03  RHT-Effective-Date   PIC 9(8).
               03  RHT-Hourly-Rate      PIC 9(3)V99.
               03  RHT-OT-Rate          PIC 9(3)V99.
               03  RHT-Monthly-Salary   PIC 9(7)V99.
               03  RHT-Status           PIC X.
                   88 RHT-Awaits-Backpay VALUE "P".
               03  RHT-Entered-By       PIC X(5).
               03  RHT-Entered-Date     PIC 9(8).
               03  RHT-Backpay-Date     PIC 9(8).
       01  Rate-Count                   PIC 9(4) VALUE ZEROS.
       01  RHT-Idx                      PIC 9(4).
       01  Pending-Idx                  PIC 9(4).
       01  Earliest-Pending-Date        PIC 9(8) VALUE 99999999.
       01  Load-Overflow-Switch         PIC X VALUE "N".
           88 Load-Overflowed           VALUE "Y".

      * The master's own rates, which stand until an employee's
      * first history record, and the employment dates.
       01  Emp-Table.
           02  Emp-Entry OCCURS 200 TIMES.
               03  EMT-Employee-ID      PIC X(5).
               03  EMT-Name             PIC X(20).
               03  EMT-Hourly-Rate      PIC 9(3)V99.
               03  EMT-OT-Rate          PIC 9(3)V99.
               03  EMT-Monthly-Salary   PIC 9(7)V99.
               03  EMT-Salaried         PIC X.
                   88 EMT-Is-Salaried   VALUE "Y".
               03  EMT-Day-Hours        PIC 99V99.
               03  EMT-Start-Date       PIC 9(8).
               03  EMT-Leave-Date       PIC 9(8).
       01  Emp-Count                    PIC 9(3) VALUE ZEROS.
       01  EMT-Idx                      PIC 9(3).
       01  Emp-Idx                      PIC 9(3).
       01  Standard-Day-Hours           PIC 99V99 VALUE 8.00.

      * The periods each employee has been paid for, one entry per
      * employee per month - payroll is monthly, so a timesheet or
      * working day belongs to the period of its own month.
       01  Paid-Period-Table.
           02  Paid-Period-Entry OCCURS 3000 TIMES.
               03  PPT-Employee-ID      PIC X(5).
               03  PPT-Period-Date      PIC 9(8).
               03  PPT-Period-Month     PIC 9(6).
       01  Paid-Period-Count            PIC 9(4) VALUE ZEROS.
       01  PPT-Idx                      PIC 9(4).
       01  PPT-Found-Switch             PIC X.
           88 PPT-Is-Found              VALUE "Y".

      * Approved absence from the earliest back-dated rate on.
       01  Absence-Day-Table.
           02  Absence-Day-Entry OCCURS 3000 TIMES.
               03  ADT-Employee-ID      PIC X(5).
               03  ADT-Date             PIC 9(8).
               03  ADT-Type             PIC X.
               03  ADT-Days             PIC 9V9.
       01  Absence-Day-Count            PIC 9(4) VALUE ZEROS.
       01  ADT-Idx                      PIC 9(4).
       01  Whole-Day-Absent-Switch      PIC X.
           88 Whole-Day-Absent          VALUE "Y".

      * The rates one employee is paid at on one date, found by 2900
      * starting from the master's - with the rate being settled
      * left out for what was paid, and counted in for what should
      * have been.
       01  Rate-Date                    PIC 9(8).
       01  Rate-From-Date               PIC 9(8).
       01  Rate-Hourly                  PIC 9(3)V99.
       01  Rate-OT                      PIC 9(3)V99.
       01  Rate-Monthly                 PIC 9(7)V99.
       01  Rate-With-New-Switch         PIC X.
           88 Rate-With-New             VALUE "Y".

      * The period being priced again.
       01  Effective-Month              PIC 9(6).
       01  Period-Month                 PIC 9(6).
       01  Period-Month-F REDEFINES Period-Month.
           02  PM-Year                  PIC 9(4).
           02  PM-Month                 PIC 99.
       01  Day-Month                    PIC 9(6).
       01  Period-First-Day             PIC 9(8).
       01  Period-Last-Day              PIC 9(8).
       01  Seen-Date-Table.
           02  Seen-Date OCCURS 62 TIMES PIC 9(8).
       01  Seen-Date-Count              PIC 99.
       01  SDT-Idx                      PIC 99.
       01  Sheet-Is-Dup-Switch          PIC X.
           88 Sheet-Is-Dup              VALUE "Y".
       01  Period-Hours                 PIC 9(5)V99.
       01  Period-OT-Hours              PIC 9(5)V99.
       01  Period-Days                  PIC 9(3).
       01  Old-Amount                   PIC 9(7)V99.
       01  New-Amount                   PIC 9(7)V99.
       01  Old-Day-Total                PIC 9(9)V99.
       01  New-Day-Total                PIC 9(9)V99.
       01  Old-Line                     PIC 9(7)V99.
       01  New-Line                     PIC 9(7)V99.
       01  Old-Unpaid                   PIC 9(7)V99.
       01  New-Unpaid                   PIC 9(7)V99.
       01  Period-Difference            PIC S9(7)V99.

      * The working days of the period's month: trading days from
      * BUSCAL.DAT when it is on site, otherwise Monday to Friday.
       01  Work-Day-Table.
           02  Work-Day OCCURS 31 TIMES PIC 9(8).
       01  Work-Day-Count               PIC 99.
       01  WDY-Idx                      PIC 99.
       01  Walk-Date                    PIC 9(8).
       01  Walk-Date-F REDEFINES Walk-Date.
           02  WLK-Year                 PIC 9(4).
           02  WLK-Month                PIC 99.
           02  WLK-Day                  PIC 99.
       01  Walk-Weekday                 PIC 9.
       01  Month-Last-Day               PIC 99.
       01  Leap-Quot                    PIC 9(4).
       01  Leap-Rem                     PIC 9(4).
       01  Month-Day-Values.
           02  FILLER                   PIC X(24) VALUE
               "312831303130313130313031".
       01  Month-Day-Table REDEFINES Month-Day-Values.
           02  Month-Max-Day            PIC 99 OCCURS 12 TIMES.
      * Zeller's congruence for the month's first weekday.
       01  Zel-Year                     PIC 9(4).
       01  Zel-Month                    PIC 99.
       01  Zel-Century                  PIC 99.
       01  Zel-Year-Of-Cent             PIC 99.
       01  Zel-Sum                      PIC 9(5).
       01  Zel-Quot                     PIC 9(5).
       01  Zel-H                        PIC 9.

       01  Rate-Back-Pay                PIC 9(9)V99.
       01  Grand-Back-Pay               PIC 9(9)V99 VALUE ZEROS.
       01  Rates-Settled                PIC 9(4) VALUE ZEROS.
       01  Rates-Left-Pending           PIC 9(4) VALUE ZEROS.
       01  Periods-Priced               PIC 9(4) VALUE ZEROS.
       01  Lines-Queued                 PIC 9(4) VALUE ZEROS.
       01  Reductions-Listed            PIC 9(4) VALUE ZEROS.
       01  Rate-Periods-Found           PIC 9(4).

       01  BackPay-Heading-Line.
           02  FILLER                   PIC X(40) VALUE
               " BACK PAY - BACK-DATED RATE CHANGES     ".
           02  FILLER                   PIC X(16) VALUE
               "BUSINESS DATE: ".
           02  Prn-Business-Date        PIC 9(8).

       01  BackPay-Emp-Line.
           02  FILLER                   PIC X(11) VALUE " EMPLOYEE: ".
           02  Prn-Employee-ID          PIC X(5).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Employee-Name        PIC X(20).
           02  FILLER                   PIC X(12) VALUE
               "  EFFECTIVE ".
           02  Prn-Effective-Date       PIC 9(8).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Basis-Text           PIC X(8).

       01  BackPay-Rate-Line.
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  Prn-Rate-Label           PIC X(9).
           02  FILLER                   PIC X(8)  VALUE "HOURLY ".
           02  Prn-Rate-Hourly          PIC ZZ9.99.
           02  FILLER                   PIC X(11) VALUE "  OVERTIME ".
           02  Prn-Rate-OT              PIC ZZ9.99.
           02  FILLER                   PIC X(10) VALUE "  MONTHLY ".
           02  Prn-Rate-Monthly         PIC Z,ZZZ,ZZ9.99.

       01  BackPay-Column-Line.
           02  FILLER                   PIC X(40) VALUE
               "   PERIOD         HOURS  OT HOURS DAYS  ".
           02  FILLER                   PIC X(40) VALUE
               "  OLD PAY    NEW PAY  DIFFERENCE NOTE   ".

       01  BackPay-Detail-Line.
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  Prn-Period-Date          PIC 9(8).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Hours                PIC ZZ,ZZ9.99.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-OT-Hours             PIC ZZ,ZZ9.99.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Days                 PIC ZZ9.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Old-Amount           PIC ZZZ,ZZ9.99.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-New-Amount           PIC ZZZ,ZZ9.99.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Difference           PIC ZZZ,ZZ9.99-.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Note                 PIC X(9).

       01  BackPay-Total-Line.
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  Prn-Total-Label          PIC X(24).
           02  Prn-Total-Amount         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           MOVE "N" TO Lock-Prompt-Allowed.
           MOVE "PAYRATE.LCK" TO Lock-File-Name.
           PERFORM Acquire-Run-Lock.
           IF NOT Run-Lock-Held
               DISPLAY "RATEHIST.DAT IN USE - NO BACK PAY WORKED OUT"
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-RATE-HISTORY.
           PERFORM 1100-LOAD-EMPLOYEES.
           PERFORM 1200-LOAD-PAID-PERIODS.
           PERFORM 1300-LOAD-APPROVED-ABSENCE.
           OPEN OUTPUT BackPayRep.
           MOVE Business-Date TO Prn-Business-Date.
           WRITE BackPay-Print-Line FROM BackPay-Heading-Line
           AFTER ADVANCING 1 LINE.
           IF Load-Overflowed
               MOVE SPACES TO BackPay-Print-Line
               MOVE " TABLES EXCEEDED AT LOAD - NOTHING WORKED OUT"
                   TO BackPay-Print-Line
               WRITE BackPay-Print-Line
               AFTER ADVANCING 2 LINES
               DISPLAY "BACK PAY TABLES EXCEEDED AT LOAD - NO RATES "
                   "SETTLED, NOTHING QUEUED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2000-SETTLE-PENDING-RATES
               PERFORM 3000-REWRITE-RATE-HISTORY
           END-IF.
           MOVE "BACK PAY QUEUED       : " TO Prn-Total-Label.
           MOVE Grand-Back-Pay TO Prn-Total-Amount.
           WRITE BackPay-Print-Line FROM BackPay-Total-Line
           AFTER ADVANCING 3 LINES.
           CLOSE BackPayRep.
           PERFORM Release-Run-Lock.
           DISPLAY "RATES SETTLED: " Rates-Settled
               " PERIODS PRICED AGAIN: " Periods-Priced.
           DISPLAY "BACK PAY LINES QUEUED: " Lines-Queued
               " TOTAL " Grand-Back-Pay.
           IF Reductions-Listed > ZEROS
               DISPLAY "WARNING: " Reductions-Listed " PERIODS COME "
                   "OUT LOWER AT THE NEW RATE - NOT RECOVERED, SEE "
                   "BACKPAY.RPT"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
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
                       IF RHT-Awaits-Backpay(Rate-Count)
                           AND RH-Effective-Date < Earliest-Pending-Date
                           MOVE RH-Effective-Date
                               TO Earliest-Pending-Date
                       END-IF
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
           ELSE
               DISPLAY "RATEHIST.DAT NOT AVAILABLE - NO RATES TO "
                   "SETTLE"
           END-IF.

      * Masters from before the rate, basis and employment fields
      * read as spaces, as PayCalc takes them.
       1100-LOAD-EMPLOYEES.
           OPEN INPUT EmpMasterFile.
           IF WS-EmpMaster-File-Status = "00"
               READ EmpMasterFile
                   AT END SET EndOfEmpMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfEmpMasterFile
                   IF Emp-Count < 200
                       ADD 1 TO Emp-Count
                       PERFORM 1150-KEEP-EMPLOYEE
                   ELSE
                       SET Load-Overflowed TO TRUE
                       DISPLAY "WARNING: EMPMAST.DAT TABLE FULL - "
                           EmpMast-Employee-ID " SKIPPED"
                   END-IF
                   READ EmpMasterFile
                       AT END SET EndOfEmpMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EmpMasterFile
           ELSE
               DISPLAY "EMPMAST.DAT NOT AVAILABLE - NO RATES CAN BE "
                   "SETTLED"
           END-IF.

       1150-KEEP-EMPLOYEE.
           MOVE EmpMast-Employee-ID TO EMT-Employee-ID(Emp-Count).
           MOVE EmpMast-Name TO EMT-Name(Emp-Count).
           MOVE ZEROS TO EMT-Hourly-Rate(Emp-Count),
               EMT-OT-Rate(Emp-Count), EMT-Monthly-Salary(Emp-Count),
               EMT-Start-Date(Emp-Count).
           IF EmpMast-Hourly-Rate IS NUMERIC
               MOVE EmpMast-Hourly-Rate TO EMT-Hourly-Rate(Emp-Count)
           END-IF.
           IF EmpMast-OT-Rate IS NUMERIC
               MOVE EmpMast-OT-Rate TO EMT-OT-Rate(Emp-Count)
           ELSE
               MOVE EMT-Hourly-Rate(Emp-Count)
                   TO EMT-OT-Rate(Emp-Count)
           END-IF.
           IF EmpMast-Monthly-Salary IS NUMERIC
               MOVE EmpMast-Monthly-Salary
                   TO EMT-Monthly-Salary(Emp-Count)
           END-IF.
           MOVE "N" TO EMT-Salaried(Emp-Count).
           IF EmpMast-Is-Salaried
               MOVE "Y" TO EMT-Salaried(Emp-Count)
           END-IF.
           IF EmpMast-Day-Hours IS NUMERIC
               AND EmpMast-Day-Hours > ZERO
               MOVE EmpMast-Day-Hours TO EMT-Day-Hours(Emp-Count)
           ELSE
               MOVE Standard-Day-Hours TO EMT-Day-Hours(Emp-Count)
           END-IF.
           IF EmpMast-Start-Date IS NUMERIC
               MOVE EmpMast-Start-Date TO EMT-Start-Date(Emp-Count)
           END-IF.
           MOVE 99999999 TO EMT-Leave-Date(Emp-Count).
           IF EmpMast-Leave-Date IS NUMERIC
               AND EmpMast-Leave-Date > ZEROS
               MOVE EmpMast-Leave-Date TO EMT-Leave-Date(Emp-Count)
           END-IF.

      * Only periods from the month of the earliest back-dated rate
      * can need pricing again.
       1200-LOAD-PAID-PERIODS.
           DIVIDE Earliest-Pending-Date BY 100 GIVING Effective-Month.
           OPEN INPUT PayRegFile.
           IF WS-PayReg-File-Status = "00"
               READ PayRegFile
                   AT END SET EndOfPayRegFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfPayRegFile
                   DIVIDE PayReg-Period-Date BY 100
                       GIVING Period-Month
                   IF Period-Month >= Effective-Month
                       PERFORM 1250-KEEP-PAID-PERIOD
                   END-IF
                   READ PayRegFile
                       AT END SET EndOfPayRegFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PayRegFile
           END-IF.

      * A second register line for the same month - a correction,
      * or a back-pay run's own pay - is the same period.
       1250-KEEP-PAID-PERIOD.
           MOVE "N" TO PPT-Found-Switch.
           PERFORM VARYING PPT-Idx FROM 1 BY 1
               UNTIL PPT-Idx > Paid-Period-Count OR PPT-Is-Found
               IF PPT-Employee-ID(PPT-Idx) = PayReg-Employee-ID
                   AND PPT-Period-Month(PPT-Idx) = Period-Month
                   SET PPT-Is-Found TO TRUE
               END-IF
           END-PERFORM.
           IF NOT PPT-Is-Found
               IF Paid-Period-Count < 3000
                   ADD 1 TO Paid-Period-Count
                   MOVE PayReg-Employee-ID
                       TO PPT-Employee-ID(Paid-Period-Count)
                   MOVE PayReg-Period-Date
                       TO PPT-Period-Date(Paid-Period-Count)
                   MOVE Period-Month
                       TO PPT-Period-Month(Paid-Period-Count)
               ELSE
                   SET Load-Overflowed TO TRUE
                   DISPLAY "WARNING: PAID PERIOD TABLE FULL - "
                       PayReg-Employee-ID " " PayReg-Period-Date
                       " SKIPPED"
               END-IF
           END-IF.

       1300-LOAD-APPROVED-ABSENCE.
           OPEN INPUT AbsenceFile.
           IF WS-Absence-File-Status = "00"
               READ AbsenceFile
                   AT END SET EndOfAbsenceFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfAbsenceFile
                   IF Abs-Is-Approved
                       AND Abs-Date >= Earliest-Pending-Date
                       IF Absence-Day-Count < 3000
                           ADD 1 TO Absence-Day-Count
                           MOVE Abs-Employee-ID
                               TO ADT-Employee-ID(Absence-Day-Count)
                           MOVE Abs-Date TO ADT-Date(Absence-Day-Count)
                           MOVE Abs-Type TO ADT-Type(Absence-Day-Count)
                           MOVE Abs-Days TO ADT-Days(Absence-Day-Count)
                       ELSE
                           SET Load-Overflowed TO TRUE
                           DISPLAY "WARNING: ABSENCE TABLE FULL - "
                               Abs-Employee-ID " " Abs-Date
                               " SKIPPED"
                       END-IF
                   END-IF
                   READ AbsenceFile
                       AT END SET EndOfAbsenceFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AbsenceFile
           END-IF.

      * In keying order, so a second back-dated rate for the same
      * employee is priced against the first one already settled.
       2000-SETTLE-PENDING-RATES.
           OPEN EXTEND BackPayFile.
           IF WS-BackPay-File-Status NOT = "00"
               OPEN OUTPUT BackPayFile
           END-IF.
           PERFORM VARYING Pending-Idx FROM 1 BY 1
               UNTIL Pending-Idx > Rate-Count
               IF RHT-Awaits-Backpay(Pending-Idx)
                   PERFORM 2100-SETTLE-ONE-RATE
               END-IF
           END-PERFORM.
           CLOSE BackPayFile.

       2100-SETTLE-ONE-RATE.
           MOVE ZEROS TO Emp-Idx.
           PERFORM VARYING EMT-Idx FROM 1 BY 1
               UNTIL EMT-Idx > Emp-Count
               IF EMT-Employee-ID(EMT-Idx)
                   = RHT-Employee-ID(Pending-Idx)
                   MOVE EMT-Idx TO Emp-Idx
               END-IF
           END-PERFORM.
           MOVE RHT-Employee-ID(Pending-Idx) TO Prn-Employee-ID.
           MOVE RHT-Effective-Date(Pending-Idx) TO Prn-Effective-Date.
           IF Emp-Idx = ZEROS
               ADD 1 TO Rates-Left-Pending
               MOVE "NOT ON EMPMAST.DAT" TO Prn-Employee-Name
               MOVE SPACES TO Prn-Basis-Text
               WRITE BackPay-Print-Line FROM BackPay-Emp-Line
               AFTER ADVANCING 2 LINES
               MOVE SPACES TO BackPay-Print-Line
               MOVE "   RATE LEFT WAITING - NOTHING WORKED OUT"
                   TO BackPay-Print-Line
               WRITE BackPay-Print-Line
               AFTER ADVANCING 1 LINE
               DISPLAY "WARNING: RATE FOR " RHT-Employee-ID(Pending-Idx)
                   " - NOT ON EMPMAST.DAT, LEFT WAITING"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 2150-PRINT-RATE-CHANGE
               MOVE ZEROS TO Rate-Back-Pay, Rate-Periods-Found
               DIVIDE RHT-Effective-Date(Pending-Idx) BY 100
                   GIVING Effective-Month
               PERFORM VARYING PPT-Idx FROM 1 BY 1
                   UNTIL PPT-Idx > Paid-Period-Count
                   IF PPT-Employee-ID(PPT-Idx)
                       = RHT-Employee-ID(Pending-Idx)
                       AND PPT-Period-Month(PPT-Idx) >= Effective-Month
                       PERFORM 2200-PRICE-PERIOD-AGAIN
                   END-IF
               END-PERFORM
               IF Rate-Periods-Found = ZEROS
                   MOVE SPACES TO BackPay-Print-Line
                   MOVE "   NO PERIOD PAID SINCE THE EFFECTIVE DATE"
                       TO BackPay-Print-Line
                   WRITE BackPay-Print-Line
                   AFTER ADVANCING 1 LINE
               END-IF
               MOVE "BACK PAY FOR THE RATE : " TO Prn-Total-Label
               MOVE Rate-Back-Pay TO Prn-Total-Amount
               WRITE BackPay-Print-Line FROM BackPay-Total-Line
               AFTER ADVANCING 1 LINE
               MOVE "D" TO RHT-Status(Pending-Idx)
               MOVE Business-Date TO RHT-Backpay-Date(Pending-Idx)
               ADD 1 TO Rates-Settled
           END-IF.

      * The rates in force on the effective date without the change
      * and with it.
       2150-PRINT-RATE-CHANGE.
           MOVE EMT-Name(Emp-Idx) TO Prn-Employee-Name.
           IF EMT-Is-Salaried(Emp-Idx)
               MOVE "SALARIED" TO Prn-Basis-Text
           ELSE
               MOVE "HOURLY" TO Prn-Basis-Text
           END-IF.
           WRITE BackPay-Print-Line FROM BackPay-Emp-Line
           AFTER ADVANCING 2 LINES.
           MOVE RHT-Effective-Date(Pending-Idx) TO Rate-Date.
           MOVE "N" TO Rate-With-New-Switch.
           PERFORM 2900-FIND-RATE-ON-DATE.
           MOVE "WAS" TO Prn-Rate-Label.
           MOVE Rate-Hourly TO Prn-Rate-Hourly.
           MOVE Rate-OT TO Prn-Rate-OT.
           MOVE Rate-Monthly TO Prn-Rate-Monthly.
           WRITE BackPay-Print-Line FROM BackPay-Rate-Line
           AFTER ADVANCING 1 LINE.
           MOVE "Y" TO Rate-With-New-Switch.
           PERFORM 2900-FIND-RATE-ON-DATE.
           MOVE "NOW" TO Prn-Rate-Label.
           MOVE Rate-Hourly TO Prn-Rate-Hourly.
           MOVE Rate-OT TO Prn-Rate-OT.
           MOVE Rate-Monthly TO Prn-Rate-Monthly.
           WRITE BackPay-Print-Line FROM BackPay-Rate-Line
           AFTER ADVANCING 1 LINE.
           WRITE BackPay-Print-Line FROM BackPay-Column-Line
           AFTER ADVANCING 1 LINE.

      * The whole month is priced both ways; only the days from the
      * effective date on can differ.
       2200-PRICE-PERIOD-AGAIN.
           ADD 1 TO Rate-Periods-Found.
           ADD 1 TO Periods-Priced.
           MOVE PPT-Period-Month(PPT-Idx) TO Period-Month.
           COMPUTE Period-First-Day = (Period-Month * 100) + 1.
           MOVE Period-First-Day TO Walk-Date.
           PERFORM 2650-MONTH-LAST-DAY.
           COMPUTE Period-Last-Day =
               (Period-Month * 100) + Month-Last-Day.
           MOVE ZEROS TO Period-Hours, Period-OT-Hours, Period-Days,
               Old-Amount, New-Amount.
           IF EMT-Is-Salaried(Emp-Idx)
               PERFORM 2400-PRICE-SALARIED-PERIOD
           ELSE
               PERFORM 2300-PRICE-HOURLY-PERIOD
           END-IF.
           COMPUTE Period-Difference = New-Amount - Old-Amount.
           MOVE PPT-Period-Date(PPT-Idx) TO Prn-Period-Date.
           MOVE Period-Hours TO Prn-Hours.
           MOVE Period-OT-Hours TO Prn-OT-Hours.
           MOVE Period-Days TO Prn-Days.
           MOVE Old-Amount TO Prn-Old-Amount.
           MOVE New-Amount TO Prn-New-Amount.
           MOVE Period-Difference TO Prn-Difference.
           EVALUATE TRUE
               WHEN Period-Difference > ZERO
                   MOVE "QUEUED" TO Prn-Note
                   PERFORM 2800-QUEUE-BACK-PAY
               WHEN Period-Difference < ZERO
                   MOVE "REDUCTION" TO Prn-Note
                   ADD 1 TO Reductions-Listed
               WHEN OTHER
                   MOVE "NO CHANGE" TO Prn-Note
           END-EVALUATE.
           WRITE BackPay-Print-Line FROM BackPay-Detail-Line
           AFTER ADVANCING 1 LINE.

      * The month's approved sheets as PayCalc pays them: the first
      * sheet for a day only, within the employment dates, and not
      * on a day of whole-day absence; then the holiday and sickness
      * paid at the day-hours.
       2300-PRICE-HOURLY-PERIOD.
           MOVE ZEROS TO Seen-Date-Count.
           OPEN INPUT TimesheetFile.
           IF WS-Timesheet-File-Status = "00"
               READ TimesheetFile
                   AT END SET EndOfTimesheetFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfTimesheetFile
                   IF TS-Employee-ID = EMT-Employee-ID(Emp-Idx)
                       AND TS-Is-Approved
                       AND TS-Work-Date >= Period-First-Day
                       AND TS-Work-Date <= Period-Last-Day
                       PERFORM 2320-PRICE-ONE-SHEET
                   END-IF
                   READ TimesheetFile
                       AT END SET EndOfTimesheetFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TimesheetFile
           END-IF.
           PERFORM VARYING ADT-Idx FROM 1 BY 1
               UNTIL ADT-Idx > Absence-Day-Count
               IF ADT-Employee-ID(ADT-Idx) = EMT-Employee-ID(Emp-Idx)
                   AND ADT-Type(ADT-Idx) NOT = "U"
                   AND ADT-Date(ADT-Idx) >= Period-First-Day
                   AND ADT-Date(ADT-Idx) <= Period-Last-Day
                   AND ADT-Date(ADT-Idx) >= EMT-Start-Date(Emp-Idx)
                   AND ADT-Date(ADT-Idx) <= EMT-Leave-Date(Emp-Idx)
                   PERFORM 2340-PRICE-LEAVE-DAY
               END-IF
           END-PERFORM.

       2320-PRICE-ONE-SHEET.
           MOVE "N" TO Sheet-Is-Dup-Switch.
           PERFORM VARYING SDT-Idx FROM 1 BY 1
               UNTIL SDT-Idx > Seen-Date-Count
               IF Seen-Date(SDT-Idx) = TS-Work-Date
                   SET Sheet-Is-Dup TO TRUE
               END-IF
           END-PERFORM.
           IF NOT Sheet-Is-Dup AND Seen-Date-Count < 62
               ADD 1 TO Seen-Date-Count
               MOVE TS-Work-Date TO Seen-Date(Seen-Date-Count)
           END-IF.
           MOVE "N" TO Whole-Day-Absent-Switch.
           PERFORM VARYING ADT-Idx FROM 1 BY 1
               UNTIL ADT-Idx > Absence-Day-Count
               IF ADT-Employee-ID(ADT-Idx) = TS-Employee-ID
                   AND ADT-Date(ADT-Idx) = TS-Work-Date
                   AND ADT-Days(ADT-Idx) >= 1
                   SET Whole-Day-Absent TO TRUE
               END-IF
           END-PERFORM.
           IF NOT Sheet-Is-Dup
               AND NOT Whole-Day-Absent
               AND TS-Work-Date >= EMT-Start-Date(Emp-Idx)
               AND TS-Work-Date <= EMT-Leave-Date(Emp-Idx)
               ADD 1 TO Period-Days
               ADD TS-Hours TO Period-Hours
               ADD TS-OT-Hours TO Period-OT-Hours
               MOVE TS-Work-Date TO Rate-Date
               MOVE "N" TO Rate-With-New-Switch
               PERFORM 2900-FIND-RATE-ON-DATE
               COMPUTE Old-Line ROUNDED =
                   (TS-Hours * Rate-Hourly) + (TS-OT-Hours * Rate-OT)
               MOVE "Y" TO Rate-With-New-Switch
               PERFORM 2900-FIND-RATE-ON-DATE
               COMPUTE New-Line ROUNDED =
                   (TS-Hours * Rate-Hourly) + (TS-OT-Hours * Rate-OT)
               ADD Old-Line TO Old-Amount
               ADD New-Line TO New-Amount
           END-IF.

       2340-PRICE-LEAVE-DAY.
           MOVE ADT-Date(ADT-Idx) TO Rate-Date.
           MOVE "N" TO Rate-With-New-Switch.
           PERFORM 2900-FIND-RATE-ON-DATE.
           COMPUTE Old-Line ROUNDED =
               ADT-Days(ADT-Idx) * EMT-Day-Hours(Emp-Idx) * Rate-Hourly.
           MOVE "Y" TO Rate-With-New-Switch.
           PERFORM 2900-FIND-RATE-ON-DATE.
           COMPUTE New-Line ROUNDED =
               ADT-Days(ADT-Idx) * EMT-Day-Hours(Emp-Idx) * Rate-Hourly.
           ADD Old-Line TO Old-Amount.
           ADD New-Line TO New-Amount.

      * Each employed working day at the salary in force on it over
      * the month's working days, less unpaid leave at the same
      * daily rate - PayCalc's arithmetic.
       2400-PRICE-SALARIED-PERIOD.
           PERFORM 2600-BUILD-WORK-DAYS.
           MOVE ZEROS TO Old-Day-Total, New-Day-Total,
               Old-Unpaid, New-Unpaid.
           PERFORM VARYING WDY-Idx FROM 1 BY 1
               UNTIL WDY-Idx > Work-Day-Count
               IF Work-Day(WDY-Idx) >= EMT-Start-Date(Emp-Idx)
                   AND Work-Day(WDY-Idx) <= EMT-Leave-Date(Emp-Idx)
                   ADD 1 TO Period-Days
                   MOVE Work-Day(WDY-Idx) TO Rate-Date
                   MOVE "N" TO Rate-With-New-Switch
                   PERFORM 2900-FIND-RATE-ON-DATE
                   ADD Rate-Monthly TO Old-Day-Total
                   MOVE "Y" TO Rate-With-New-Switch
                   PERFORM 2900-FIND-RATE-ON-DATE
                   ADD Rate-Monthly TO New-Day-Total
               END-IF
           END-PERFORM.
           IF Work-Day-Count > ZEROS
               COMPUTE Old-Amount ROUNDED =
                   Old-Day-Total / Work-Day-Count
               COMPUTE New-Amount ROUNDED =
                   New-Day-Total / Work-Day-Count
               PERFORM VARYING ADT-Idx FROM 1 BY 1
                   UNTIL ADT-Idx > Absence-Day-Count
                   IF ADT-Employee-ID(ADT-Idx)
                       = EMT-Employee-ID(Emp-Idx)
                       AND ADT-Type(ADT-Idx) = "U"
                       AND ADT-Date(ADT-Idx) >= Period-First-Day
                       AND ADT-Date(ADT-Idx) <= Period-Last-Day
                       AND ADT-Date(ADT-Idx) >= EMT-Start-Date(Emp-Idx)
                       AND ADT-Date(ADT-Idx) <= EMT-Leave-Date(Emp-Idx)
                       PERFORM 2450-PRICE-UNPAID-DAY
                   END-IF
               END-PERFORM
           END-IF.
           IF Old-Unpaid > Old-Amount
               MOVE Old-Amount TO Old-Unpaid
           END-IF.
           IF New-Unpaid > New-Amount
               MOVE New-Amount TO New-Unpaid
           END-IF.
           SUBTRACT Old-Unpaid FROM Old-Amount.
           SUBTRACT New-Unpaid FROM New-Amount.

       2450-PRICE-UNPAID-DAY.
           MOVE ADT-Date(ADT-Idx) TO Rate-Date.
           MOVE "N" TO Rate-With-New-Switch.
           PERFORM 2900-FIND-RATE-ON-DATE.
           COMPUTE Old-Line ROUNDED =
               ADT-Days(ADT-Idx) * Rate-Monthly / Work-Day-Count.
           MOVE "Y" TO Rate-With-New-Switch.
           PERFORM 2900-FIND-RATE-ON-DATE.
           COMPUTE New-Line ROUNDED =
               ADT-Days(ADT-Idx) * Rate-Monthly / Work-Day-Count.
           ADD Old-Line TO Old-Unpaid.
           ADD New-Line TO New-Unpaid.

       2600-BUILD-WORK-DAYS.
           MOVE ZEROS TO Work-Day-Count.
           OPEN INPUT BusCalFile.
           IF WS-BusCal-File-Status = "00"
               READ BusCalFile
                   AT END SET EndOfBusCalFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfBusCalFile
                   IF BusCal-Trading-Day
                       AND BusCal-Date >= Period-First-Day
                       AND BusCal-Date <= Period-Last-Day
                       AND Work-Day-Count < 31
                       ADD 1 TO Work-Day-Count
                       MOVE BusCal-Date TO Work-Day(Work-Day-Count)
                   END-IF
                   READ BusCalFile
                       AT END SET EndOfBusCalFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BusCalFile
           END-IF.
           IF Work-Day-Count = ZERO
               PERFORM 2700-WALK-WEEKDAYS
           END-IF.

       2650-MONTH-LAST-DAY.
           MOVE Month-Max-Day(WLK-Month) TO Month-Last-Day.
           IF WLK-Month = 02
               DIVIDE WLK-Year BY 4 GIVING Leap-Quot
                   REMAINDER Leap-Rem
               IF Leap-Rem = ZERO
                   MOVE 29 TO Month-Last-Day
               END-IF
           END-IF.

       2700-WALK-WEEKDAYS.
           MOVE Period-First-Day TO Walk-Date.
           MOVE WLK-Year TO Zel-Year.
           MOVE WLK-Month TO Zel-Month.
           IF Zel-Month < 3
               ADD 12 TO Zel-Month
               SUBTRACT 1 FROM Zel-Year
           END-IF.
           DIVIDE Zel-Year BY 100 GIVING Zel-Century
               REMAINDER Zel-Year-Of-Cent.
      * Each quotient truncated on its own, as the formula needs.
           COMPUTE Zel-Quot = (13 * (Zel-Month + 1)) / 5.
           COMPUTE Zel-Sum = WLK-Day + Zel-Quot
               + Zel-Year-Of-Cent + (5 * Zel-Century).
           COMPUTE Zel-Quot = Zel-Year-Of-Cent / 4.
           ADD Zel-Quot TO Zel-Sum.
           COMPUTE Zel-Quot = Zel-Century / 4.
           ADD Zel-Quot TO Zel-Sum.
           DIVIDE Zel-Sum BY 7 GIVING Zel-Quot REMAINDER Zel-H.
      * Zeller gives 0 Saturday, 1 Sunday, 2 Monday ... 6 Friday.
           IF Zel-H < 2
               COMPUTE Walk-Weekday = Zel-H + 6
           ELSE
               COMPUTE Walk-Weekday = Zel-H - 1
           END-IF.
           PERFORM UNTIL Walk-Date > Period-Last-Day
               OR Work-Day-Count >= 31
               IF Walk-Weekday < 6
                   ADD 1 TO Work-Day-Count
                   MOVE Walk-Date TO Work-Day(Work-Day-Count)
               END-IF
               PERFORM 2750-NEXT-DAY
           END-PERFORM.

       2750-NEXT-DAY.
           PERFORM 2650-MONTH-LAST-DAY.
           IF WLK-Day < Month-Last-Day
               ADD 1 TO WLK-Day
           ELSE
               MOVE 01 TO WLK-Day
               IF WLK-Month < 12
                   ADD 1 TO WLK-Month
               ELSE
                   MOVE 01 TO WLK-Month
                   ADD 1 TO WLK-Year
               END-IF
           END-IF.
           IF Walk-Weekday < 7
               ADD 1 TO Walk-Weekday
           ELSE
               MOVE 1 TO Walk-Weekday
           END-IF.

       2800-QUEUE-BACK-PAY.
           MOVE SPACES TO BackPay-Rec.
           MOVE EMT-Employee-ID(Emp-Idx) TO BP-Employee-ID.
           MOVE PPT-Period-Date(PPT-Idx) TO BP-Period-Date.
           MOVE RHT-Effective-Date(Pending-Idx) TO BP-Effective-Date.
           MOVE Old-Amount TO BP-Old-Amount.
           MOVE New-Amount TO BP-New-Amount.
           MOVE Period-Difference TO BP-Amount.
           MOVE "P" TO BP-Status.
           MOVE Business-Date TO BP-Calc-Date.
           MOVE ZEROS TO BP-Paid-Period, BP-Paid-Date.
           WRITE BackPay-Rec.
           ADD 1 TO Lines-Queued.
           ADD BP-Amount TO Rate-Back-Pay, Grand-Back-Pay.

      * The latest history record for the employee effective on or
      * before the date replaces the master's rates. Rates still
      * waiting are left out, except the one being settled when the
      * new pay is wanted.
       2900-FIND-RATE-ON-DATE.
           MOVE EMT-Hourly-Rate(Emp-Idx) TO Rate-Hourly.
           MOVE EMT-OT-Rate(Emp-Idx) TO Rate-OT.
           MOVE EMT-Monthly-Salary(Emp-Idx) TO Rate-Monthly.
           MOVE ZEROS TO Rate-From-Date.
           PERFORM VARYING RHT-Idx FROM 1 BY 1
               UNTIL RHT-Idx > Rate-Count
               IF RHT-Employee-ID(RHT-Idx) = EMT-Employee-ID(Emp-Idx)
                   AND RHT-Effective-Date(RHT-Idx) <= Rate-Date
                   AND RHT-Effective-Date(RHT-Idx) >= Rate-From-Date
                   AND (NOT RHT-Awaits-Backpay(RHT-Idx)
                       OR (RHT-Idx = Pending-Idx AND Rate-With-New))
                   MOVE RHT-Effective-Date(RHT-Idx) TO Rate-From-Date
                   MOVE RHT-Hourly-Rate(RHT-Idx) TO Rate-Hourly
                   MOVE RHT-OT-Rate(RHT-Idx) TO Rate-OT
                   MOVE RHT-Monthly-Salary(RHT-Idx) TO Rate-Monthly
               END-IF
           END-PERFORM.

       3000-REWRITE-RATE-HISTORY.
           IF Rates-Settled > ZEROS
               OPEN OUTPUT RateHistFile
               PERFORM VARYING RHT-Idx FROM 1 BY 1
                   UNTIL RHT-Idx > Rate-Count
                   MOVE SPACES TO RateHist-Rec
                   MOVE RHT-Employee-ID(RHT-Idx) TO RH-Employee-ID
                   MOVE RHT-Effective-Date(RHT-Idx) TO RH-Effective-Date
                   MOVE RHT-Hourly-Rate(RHT-Idx) TO RH-Hourly-Rate
                   MOVE RHT-OT-Rate(RHT-Idx) TO RH-OT-Rate
                   MOVE RHT-Monthly-Salary(RHT-Idx) TO RH-Monthly-Salary
                   MOVE RHT-Status(RHT-Idx) TO RH-Status
                   MOVE RHT-Entered-By(RHT-Idx) TO RH-Entered-By
                   MOVE RHT-Entered-Date(RHT-Idx) TO RH-Entered-Date
                   MOVE RHT-Backpay-Date(RHT-Idx) TO RH-Backpay-Date
                   WRITE RateHist-Rec
               END-PERFORM
               CLOSE RateHistFile
           END-IF.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="BACKPAY"==.
       COPY "RUNLOCKPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="BACKPAY"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM BackPay.
