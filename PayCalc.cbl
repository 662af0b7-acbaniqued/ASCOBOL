      *          and range unattended, the same present-or-prompt
      *          pattern RUNPARM.DAT uses.
      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - Approved absence on ABSENCE.DAT in the range now comes
      *     into the pay: holiday and sickness are paid at the
      *     employee's hourly rate for the EMPMAST.DAT day-hours (a
      *     half day for half), and unpaid leave is a deduction -
      *     hours booked on a timesheet for an unpaid day are taken
      *     back out. A full day's absence stands in place of any
      *     timesheet for that day, which is listed and not paid.
      *     Each employee's leave pay and deduction are listed on
      *     TIMESHT.RPT, and someone away for the whole range is
      *     paid their leave rather than listed as having no sheet.
      *   - Salaried staff are now paid here too: EMPMAST.DAT carries
      *     a pay basis, a monthly salary and start and leaving
      *     dates, and the salary is pro-rated by the working days
      *     of the range the employee was employed for - trading
      *     days from BUSCAL.DAT when it is on site, otherwise Monday
      *     to Friday - less approved unpaid leave. Timesheets and
      *     leave outside the employment dates are listed and not
      *     paid, and a leaver whose leaving date falls in the range
      *     is paid the holiday accrued and not taken in the leave
      *     year (a twelfth of the entitlement per month worked) on
      *     top of the final pay.
      *   - Pay rates now come from the RATEHIST.DAT history kept by
      *     RateMaint where an employee has one: each timesheet day,
      *     leave day and salaried working day is paid at the rate in
      *     force on that day, so a pay award part way through the
      *     range splits the pay at its effective date. A back-dated
      *     rate is not used until BackPay has settled the arrears
      *     for the periods already paid.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayCalc.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PayCalcParm-File-Status.

      * Absence keyed and approved through AbsEntry.
       SELECT AbsenceFile ASSIGN TO "ABSENCE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Absence-File-Status.

      * Leave-year start, as AbsEntry and LeaveBal read it.
       SELECT LeaveParmFile ASSIGN TO "LEAVPARM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LeaveParm-File-Status.

      * Rates by effective date, kept through RateMaint.
       SELECT RateHistFile ASSIGN TO "RATEHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RateHist-File-Status.

       SELECT TimesheetRep ASSIGN TO "TIMESHT.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
           02  EmpMast-Hourly-Rate     PIC 9(3)V99.
           02  FILLER                  PIC X.
           02  EmpMast-OT-Rate         PIC 9(3)V99.
      * Annual leave entitlement in days, and the hours a day of
      * leave is paid at; masters from before the fields read as
      * spaces - no entitlement, and a standard day.
           02  FILLER                  PIC X.
           02  EmpMast-Leave-Days      PIC 99V9.
           02  FILLER                  PIC X.
           02  EmpMast-Day-Hours       PIC 99V99.
      * Employment dates - zeros or spaces while open-ended - and
      * the pay basis: S is salaried at the monthly salary, anything
      * else is paid from timesheets at the hourly rate.
           02  FILLER                  PIC X.
           02  EmpMast-Start-Date      PIC 9(8).
           02  FILLER                  PIC X.
           02  EmpMast-Leave-Date      PIC 9(8).
           02  FILLER                  PIC X.
           02  EmpMast-Pay-Basis       PIC X.
               88 EmpMast-Is-Salaried  VALUE "S".
           02  FILLER                  PIC X.
           02  EmpMast-Monthly-Salary  PIC 9(7)V99.

       FD PayParmFile.
       01 PayParm-Rec.
           02  FILLER                 PIC X.
           02  PCalParm-To-Date       PIC 9(8).

      * Type H holiday, S sickness, U unpaid; status A approved.
       FD AbsenceFile.
       01 Absence-Rec.
           88 EndOfAbsenceFile    VALUE HIGH-VALUES.
           02  Abs-Employee-ID         PIC X(5).
           02  FILLER                  PIC X.
           02  Abs-Date                PIC 9(8).
           02  FILLER                  PIC X.
           02  Abs-Type                PIC X.
               88 Abs-Is-Paid-Leave    VALUE "H", "S".
               88 Abs-Is-Unpaid        VALUE "U".
           02  FILLER                  PIC X.
           02  Abs-Days                PIC 9V9.
           02  FILLER                  PIC X.
           02  Abs-Status              PIC X.
               88 Abs-Is-Approved      VALUE "A".

       FD LeaveParmFile.
       01 LeaveParm-Rec.
           02  LeavParm-Year-Start    PIC 9(4).

      * Status A in use, P back-dated and waiting for BackPay, D
      * back-dated and settled.
       FD RateHistFile.
       01 RateHist-Rec.
           88 EndOfRateHistFile   VALUE HIGH-VALUES.
           02  RH-Employee-ID          PIC X(5).
           02  FILLER                  PIC X.
           02  RH-Effective-Date       PIC 9(8).
           02  FILLER                  PIC X.
           02  RH-Hourly-Rate          PIC 9(3)V99.
           02  FILLER                  PIC X.
           02  RH-OT-Rate              PIC 9(3)V99.
           02  FILLER                  PIC X.
           02  RH-Monthly-Salary       PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  RH-Status               PIC X.
               88 RH-Awaits-Backpay    VALUE "P".

       FD TimesheetRep.
       01 Timesheet-Print-Line        PIC X(72).

       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-Timesheet-File-Status    PIC XX.
       01  WS-EmpMaster-File-Status    PIC XX.
       01  WS-PayParm-File-Status      PIC XX.
       01  WS-PayCalcParm-File-Status  PIC XX.
       01  WS-Absence-File-Status      PIC XX.
       01  WS-LeaveParm-File-Status    PIC XX.
       01  WS-RateHist-File-Status     PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Pay-Period-Date             PIC 9(8) VALUE ZEROS.
       01  Range-From-Date             PIC 9(8) VALUE ZEROS.
               03  HRT-OT-Rate          PIC 9(3)V99.
               03  HRT-Gross            PIC 9(7)V99.
               03  HRT-Sheets-Seen      PIC 9(3).
               03  HRT-Day-Hours        PIC 99V99.
               03  HRT-Leave-Pay        PIC 9(7)V99.
               03  HRT-Unpaid-Deduct    PIC 9(7)V99.
               03  HRT-Start-Date       PIC 9(8).
               03  HRT-Leave-Date       PIC 9(8).
               03  HRT-Leave-Days       PIC 99V9.
               03  HRT-Holiday-Pay      PIC 9(7)V99.

       01  Hourly-Count                PIC 9(3) VALUE ZEROS.
       01  HRT-Idx                     PIC 9(3).
       01  Key-Is-Dup-Switch           PIC X.
           88 Key-Is-Dup               VALUE "Y".

      * Approved absence days in the range.
       01  Absence-Day-Table.
           02  Absence-Day-Entry OCCURS 2000 TIMES.
               03  ADT-Employee-ID      PIC X(5).
               03  ADT-Date             PIC 9(8).
               03  ADT-Type             PIC X.
               03  ADT-Days             PIC 9V9.
       01  Absence-Day-Count           PIC 9(4) VALUE ZEROS.
       01  ADT-Idx                     PIC 9(4).
       01  ADT-Found-Idx               PIC 9(4).
       01  Standard-Day-Hours          PIC 99V99 VALUE 8.00.

      * Salaried staff from the master: the monthly salary, paid for
      * the working days of the range they were employed.
       01  Salary-Table.
           02  Salary-Entry OCCURS 200 TIMES.
               03  SAL-Employee-ID      PIC X(5).
               03  SAL-Monthly          PIC 9(7)V99.
               03  SAL-Start-Date       PIC 9(8).
               03  SAL-Leave-Date       PIC 9(8).
               03  SAL-Leave-Days       PIC 99V9.
               03  SAL-Days-Employed    PIC 9(3).
               03  SAL-Gross            PIC 9(7)V99.
               03  SAL-Unpaid-Deduct    PIC 9(7)V99.
               03  SAL-Holiday-Pay      PIC 9(7)V99.

       01  Salary-Count                PIC 9(3) VALUE ZEROS.
       01  SAL-Idx                     PIC 9(3).
      * A day's pay for a salaried leaver's holiday: the year's
      * salary over the standard working year.
       01  Salaried-Year-Days          PIC 9(3) VALUE 260.

      * Employment dates off the master record being loaded; an
      * open-ended leaving date is held as all nines.
       01  Master-Start-Date           PIC 9(8).
       01  Master-Leave-Date           PIC 9(8).
       01  Master-Leave-Days           PIC 99V9.

      * The working days of the range: trading days from BUSCAL.DAT
      * when it is on site, otherwise every Monday to Friday.
       01  Work-Day-Table.
           02  Work-Day OCCURS 400 TIMES PIC 9(8).
       01  Work-Day-Count              PIC 9(3) VALUE ZEROS.
       01  WDY-Idx                     PIC 9(3).

      * Day walk for the no-calendar case, the weekday carried
      * alongside (1 Monday to 7 Sunday).
       01  Walk-Date                   PIC 9(8).
       01  Walk-Date-F REDEFINES Walk-Date.
           02  WLK-Year                PIC 9(4).
           02  WLK-Month               PIC 99.
           02  WLK-Day                 PIC 99.
       01  Walk-Weekday                PIC 9.
       01  Month-Last-Day              PIC 99.
       01  Leap-Quot                   PIC 9(4).
       01  Leap-Rem                    PIC 9(4).
       01  Month-Day-Values.
           02  FILLER                  PIC X(24) VALUE
               "312831303130313130313031".
       01  Month-Day-Table REDEFINES Month-Day-Values.
           02  Month-Max-Day           PIC 99 OCCURS 12 TIMES.
      * Zeller's congruence for the starting weekday.
       01  Zel-Year                    PIC 9(4).
       01  Zel-Month                   PIC 99.
       01  Zel-Century                 PIC 99.
       01  Zel-Year-Of-Cent            PIC 99.
       01  Zel-Sum                     PIC 9(5).
       01  Zel-Quot                    PIC 9(5).
       01  Zel-H                       PIC 9.

      * One leaver's holiday settlement, worked by 2900 for either
      * pay basis.
       01  Leave-Year-Start-MMDD       PIC 9(4) VALUE 0101.
       01  Leaver-Employee-ID          PIC X(5).
       01  Leaver-Start-Date           PIC 9(8).
       01  Leaver-Leave-Date           PIC 9(8).
       01  Leaver-Entitlement          PIC 99V9.
       01  Leaver-Day-Rate             PIC 9(5)V99.
       01  Leaver-Accrued-Days         PIC 999V9.
       01  Leaver-Taken-Days           PIC 999V9.
       01  Leaver-Owed-Days            PIC S999V9.
       01  Leaver-Holiday-Pay          PIC 9(7)V99.
       01  Leaver-Months               PIC 9(3).
       01  Leaver-Year-From            PIC 9(8).
       01  Work-Date                   PIC 9(8).
       01  Work-Date-F REDEFINES Work-Date.
           02  WD-Year                 PIC 9(4).
           02  WD-Month                PIC 99.
           02  WD-Day                  PIC 99.
       01  Work-Date-MMDD REDEFINES Work-Date.
           02  FILLER                  PIC 9(4).
           02  WD-MMDD                 PIC 9(4).
       01  Month-Number-From           PIC 9(6).
       01  Month-Number-To             PIC 9(6).

      * The rate history in use; an employee without any is paid
      * at the master's rates throughout.
       01  Rate-History-Table.
           02  Rate-History-Entry OCCURS 1000 TIMES.
               03  RHT-Employee-ID      PIC X(5).
               03  RHT-Effective-Date   PIC 9(8).
               03  RHT-Hourly-Rate      PIC 9(3)V99.
               03  RHT-OT-Rate          PIC 9(3)V99.
               03  RHT-Monthly-Salary   PIC 9(7)V99.
       01  Rate-History-Count          PIC 9(4) VALUE ZEROS.
       01  RHT-Idx                     PIC 9(4).
      * The rates one employee is paid at on one date, found by 2050
      * starting from the master's.
       01  Rate-Employee-ID            PIC X(5).
       01  Rate-Date                   PIC 9(8).
       01  Rate-From-Date              PIC 9(8).
       01  Rate-Hourly                 PIC 9(3)V99.
       01  Rate-OT                     PIC 9(3)V99.
       01  Rate-Monthly                PIC 9(7)V99.
       01  Salary-Day-Total            PIC 9(9)V99.

       01  Line-Gross                  PIC 9(7)V99.
       01  Parm-Records-Cut            PIC 9(3) VALUE ZEROS.
       01  Exceptions-Listed           PIC 9(3) VALUE ZEROS.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Exc-Reason          PIC X(30).

       01  Ts-Leave-Line.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Lv-Employee         PIC X(5).
           02  FILLER                  PIC X(14) VALUE
               "  LEAVE PAID: ".
           02  Prn-Lv-Paid             PIC ZZZ,ZZ9.99.
           02  FILLER                  PIC X(19) VALUE
               "  UNPAID DEDUCTED: ".
           02  Prn-Lv-Deducted         PIC ZZZ,ZZ9.99.

       01  Ts-Salary-Line.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Sal-Employee        PIC X(5).
           02  FILLER                  PIC X(14) VALUE
               "  SALARY DAYS ".
           02  Prn-Sal-Days            PIC ZZ9.
           02  FILLER                  PIC X(4)  VALUE " OF ".
           02  Prn-Sal-Range-Days      PIC ZZ9.
           02  FILLER                  PIC X(8)  VALUE "  GROSS ".
           02  Prn-Sal-Gross           PIC ZZZ,ZZ9.99.
           02  FILLER                  PIC X(9)  VALUE "  UNPAID ".
           02  Prn-Sal-Deducted        PIC ZZZ,ZZ9.99.

       01  Ts-Leaver-Line.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Lvr-Employee        PIC X(5).
           02  FILLER                  PIC X(7)  VALUE "  LEFT ".
           02  Prn-Lvr-Date            PIC 9(8).
           02  FILLER                  PIC X(14) VALUE
               "  HOLIDAY DUE ".
           02  Prn-Lvr-Days            PIC ZZ9.9-.
           02  FILLER                  PIC X(7)  VALUE "  PAID ".
           02  Prn-Lvr-Pay             PIC ZZZ,ZZ9.99.

       01  Ts-None-Line                PIC X(46) VALUE
           " NO EXCEPTIONS - EVERY HOURLY EMPLOYEE PAID".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-RUN-PARAMETERS.
           PERFORM 1100-LOAD-HOURLY-STAFF.
           PERFORM 1200-LOAD-APPROVED-ABSENCE.
           PERFORM 1300-LOAD-LEAVE-YEAR-START.
           PERFORM 1400-LOAD-RATE-HISTORY.
           PERFORM 2600-BUILD-WORK-DAYS.
           OPEN OUTPUT TimesheetRep.
           WRITE Timesheet-Print-Line FROM Ts-Heading-Line
           AFTER ADVANCING 1 LINE.
           WRITE Timesheet-Print-Line FROM Ts-Period-Line
           AFTER ADVANCING 1 LINE.
           PERFORM 2000-APPLY-TIMESHEETS.
           PERFORM 2500-APPLY-PAID-LEAVE.
           PERFORM 2700-PAY-SALARIED-STAFF.
           PERFORM 2800-SETTLE-HOURLY-LEAVERS.
           PERFORM 3000-LIST-MISSING-SHEETS.
           PERFORM 3100-LIST-LEAVE-PAY.
           IF Exceptions-Listed = ZEROS
               WRITE Timesheet-Print-Line FROM Ts-None-Line
               AFTER ADVANCING 2 LINES
               ACCEPT Range-To-Date
           END-IF.

      * An hourly employee is one with a rate on the master and no
      * salaried basis; the salaried go to their own table and are
      * paid by 2700.
       1100-LOAD-HOURLY-STAFF.
           OPEN INPUT EmpMasterFile.
           IF WS-EmpMaster-File-Status = "00"
                   AT END SET EndOfEmpMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfEmpMasterFile
                   PERFORM 1150-SET-EMPLOYMENT-DATES
                   IF EmpMast-Is-Salaried
                       PERFORM 1170-ADD-SALARIED-EMPLOYEE
                   END-IF
                   IF EmpMast-Hourly-Rate IS NUMERIC
                       AND EmpMast-Hourly-Rate > ZERO
                       AND NOT EmpMast-Is-Salaried
                       AND Hourly-Count < 200
                       ADD 1 TO Hourly-Count
                       MOVE EmpMast-Employee-ID
                       END-IF
                       MOVE ZEROS TO HRT-Gross(Hourly-Count)
                       MOVE ZEROS TO HRT-Sheets-Seen(Hourly-Count)
                       MOVE ZEROS TO HRT-Leave-Pay(Hourly-Count),
                           HRT-Unpaid-Deduct(Hourly-Count)
                       IF EmpMast-Day-Hours IS NUMERIC
                           AND EmpMast-Day-Hours > ZERO
                           MOVE EmpMast-Day-Hours
                               TO HRT-Day-Hours(Hourly-Count)
                       ELSE
                           MOVE Standard-Day-Hours
                               TO HRT-Day-Hours(Hourly-Count)
                       END-IF
                       MOVE Master-Start-Date
                           TO HRT-Start-Date(Hourly-Count)
                       MOVE Master-Leave-Date
                           TO HRT-Leave-Date(Hourly-Count)
                       MOVE Master-Leave-Days
                           TO HRT-Leave-Days(Hourly-Count)
                       MOVE ZEROS TO HRT-Holiday-Pay(Hourly-Count)
                   END-IF
                   READ EmpMasterFile
                       AT END SET EndOfEmpMasterFile TO TRUE
                   "PAID"
           END-IF.

      * Masters from before the employment dates read as spaces: in
      * employment from the start of time with no leaving date.
       1150-SET-EMPLOYMENT-DATES.
           MOVE ZEROS TO Master-Start-Date.
           IF EmpMast-Start-Date IS NUMERIC
               MOVE EmpMast-Start-Date TO Master-Start-Date
           END-IF.
           MOVE 99999999 TO Master-Leave-Date.
           IF EmpMast-Leave-Date IS NUMERIC
               AND EmpMast-Leave-Date > ZEROS
               MOVE EmpMast-Leave-Date TO Master-Leave-Date
           END-IF.
           MOVE ZEROS TO Master-Leave-Days.
           IF EmpMast-Leave-Days IS NUMERIC
               MOVE EmpMast-Leave-Days TO Master-Leave-Days
           END-IF.

       1170-ADD-SALARIED-EMPLOYEE.
           IF EmpMast-Monthly-Salary IS NUMERIC
               AND EmpMast-Monthly-Salary > ZERO
               IF Salary-Count < 200
                   ADD 1 TO Salary-Count
                   MOVE EmpMast-Employee-ID
                       TO SAL-Employee-ID(Salary-Count)
                   MOVE EmpMast-Monthly-Salary
                       TO SAL-Monthly(Salary-Count)
                   MOVE Master-Start-Date
                       TO SAL-Start-Date(Salary-Count)
                   MOVE Master-Leave-Date
                       TO SAL-Leave-Date(Salary-Count)
                   MOVE Master-Leave-Days
                       TO SAL-Leave-Days(Salary-Count)
                   MOVE ZEROS TO SAL-Days-Employed(Salary-Count),
                       SAL-Gross(Salary-Count),
                       SAL-Unpaid-Deduct(Salary-Count),
                       SAL-Holiday-Pay(Salary-Count)
               ELSE
                   DISPLAY "WARNING: SALARY TABLE FULL - "
                       EmpMast-Employee-ID " NOT PAID"
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "WARNING: SALARIED EMPLOYEE "
                   EmpMast-Employee-ID " HAS NO SALARY ON "
                   "EMPMAST.DAT - NOT PAID"
               MOVE 4 TO RETURN-CODE
           END-IF.

       1200-LOAD-APPROVED-ABSENCE.
           OPEN INPUT AbsenceFile.
           IF WS-Absence-File-Status = "00"
               READ AbsenceFile
                   AT END SET EndOfAbsenceFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfAbsenceFile
                   IF Abs-Is-Approved
                       AND Abs-Date >= Range-From-Date
                       AND Abs-Date <= Range-To-Date
                       IF Absence-Day-Count < 2000
                           ADD 1 TO Absence-Day-Count
                           MOVE Abs-Employee-ID
                               TO ADT-Employee-ID(Absence-Day-Count)
                           MOVE Abs-Date TO ADT-Date(Absence-Day-Count)
                           MOVE Abs-Type TO ADT-Type(Absence-Day-Count)
                           MOVE Abs-Days TO ADT-Days(Absence-Day-Count)
                       ELSE
                           DISPLAY "WARNING: ABSENCE TABLE FULL - "
                               Abs-Employee-ID " " Abs-Date
                               " NOT APPLIED"
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
                   READ AbsenceFile
                       AT END SET EndOfAbsenceFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AbsenceFile
           END-IF.

       1300-LOAD-LEAVE-YEAR-START.
           OPEN INPUT LeaveParmFile.
           IF WS-LeaveParm-File-Status = "00"
               READ LeaveParmFile
                   NOT AT END
                       IF LeavParm-Year-Start IS NUMERIC
                           AND LeavParm-Year-Start > ZEROS
                           MOVE LeavParm-Year-Start
                               TO Leave-Year-Start-MMDD
                       END-IF
               END-READ
               CLOSE LeaveParmFile
           END-IF.

      * Back-dated rates are left out until BackPay has paid the
      * arrears and marked them settled.
       1400-LOAD-RATE-HISTORY.
           OPEN INPUT RateHistFile.
           IF WS-RateHist-File-Status = "00"
               READ RateHistFile
                   AT END SET EndOfRateHistFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfRateHistFile
                   IF NOT RH-Awaits-Backpay
                       AND RH-Effective-Date IS NUMERIC
                       IF Rate-History-Count < 1000
                           ADD 1 TO Rate-History-Count
                           MOVE RH-Employee-ID
                               TO RHT-Employee-ID(Rate-History-Count)
                           MOVE RH-Effective-Date
                               TO RHT-Effective-Date(Rate-History-Count)
                           MOVE RH-Hourly-Rate
                               TO RHT-Hourly-Rate(Rate-History-Count)
                           MOVE RH-OT-Rate
                               TO RHT-OT-Rate(Rate-History-Count)
                           MOVE RH-Monthly-Salary
                               TO RHT-Monthly-Salary(Rate-History-Count)
                       ELSE
                           DISPLAY "WARNING: RATE HISTORY TABLE FULL - "
                               RH-Employee-ID " RATE FROM "
                               RH-Effective-Date " NOT USED"
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
                   READ RateHistFile
                       AT END SET EndOfRateHistFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RateHistFile
           END-IF.

       2000-APPLY-TIMESHEETS.
           OPEN INPUT TimesheetFile.
           IF WS-Timesheet-File-Status NOT = "00"
                       FROM Ts-Exception-Line
                   AFTER ADVANCING 1 LINE
               ELSE
                   IF TS-Work-Date < HRT-Start-Date(HRT-Found-Idx)
                       OR TS-Work-Date > HRT-Leave-Date(HRT-Found-Idx)
                       ADD 1 TO Exceptions-Listed
                       MOVE TS-Employee-ID TO Prn-Exc-Employee
                       MOVE TS-Work-Date TO Prn-Exc-Date
                       MOVE "OUTSIDE EMPLOYMENT - NOT PAID"
                           TO Prn-Exc-Reason
                       WRITE Timesheet-Print-Line
                           FROM Ts-Exception-Line
                       AFTER ADVANCING 1 LINE
                   ELSE
                       MOVE TS-Employee-ID TO Rate-Employee-ID
                       MOVE TS-Work-Date TO Rate-Date
                       PERFORM 2040-HOURLY-RATE-ON-DATE
                       COMPUTE Line-Gross ROUNDED =
                           (TS-Hours * Rate-Hourly)
                           + (TS-OT-Hours * Rate-OT)
                       ADD 1 TO HRT-Sheets-Seen(HRT-Found-Idx)
                       PERFORM 2200-FIND-ABSENCE-DAY
                       IF ADT-Found-Idx = ZEROS
                           ADD Line-Gross TO HRT-Gross(HRT-Found-Idx)
                       ELSE
                           PERFORM 2250-SHEET-ON-ABSENCE-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2040-HOURLY-RATE-ON-DATE.
           MOVE HRT-Hourly-Rate(HRT-Found-Idx) TO Rate-Hourly.
           MOVE HRT-OT-Rate(HRT-Found-Idx) TO Rate-OT.
           MOVE ZEROS TO Rate-Monthly.
           PERFORM 2050-FIND-RATE-ON-DATE.

      * The latest history record for the employee effective on or
      * before the date replaces the rates passed in.
       2050-FIND-RATE-ON-DATE.
           MOVE ZEROS TO Rate-From-Date.
           PERFORM VARYING RHT-Idx FROM 1 BY 1
               UNTIL RHT-Idx > Rate-History-Count
               IF RHT-Employee-ID(RHT-Idx) = Rate-Employee-ID
                   AND RHT-Effective-Date(RHT-Idx) <= Rate-Date
                   AND RHT-Effective-Date(RHT-Idx) >= Rate-From-Date
                   MOVE RHT-Effective-Date(RHT-Idx) TO Rate-From-Date
                   MOVE RHT-Hourly-Rate(RHT-Idx) TO Rate-Hourly
                   MOVE RHT-OT-Rate(RHT-Idx) TO Rate-OT
                   MOVE RHT-Monthly-Salary(RHT-Idx) TO Rate-Monthly
               END-IF
           END-PERFORM.

       2150-CHECK-DUPLICATE.
           MOVE "N" TO Key-Is-Dup-Switch.
           PERFORM VARYING SKT-Idx FROM 1 BY 1
               MOVE TS-Work-Date TO SKT-Work-Date(Seen-Key-Count)
           END-IF.

      * A whole day's approved absence on the sheet's date. A half
      * day leaves the sheet standing for the half that was worked.
       2200-FIND-ABSENCE-DAY.
           MOVE ZEROS TO ADT-Found-Idx.
           PERFORM VARYING ADT-Idx FROM 1 BY 1
               UNTIL ADT-Idx > Absence-Day-Count
               IF ADT-Employee-ID(ADT-Idx) = TS-Employee-ID
                   AND ADT-Date(ADT-Idx) = TS-Work-Date
                   AND ADT-Days(ADT-Idx) >= 1
                   MOVE ADT-Idx TO ADT-Found-Idx
               END-IF
           END-PERFORM.

      * The absence stands in place of the sheet: paid leave is paid
      * by 2500 instead, and on an unpaid day the hours booked are
      * the deduction.
       2250-SHEET-ON-ABSENCE-DAY.
           ADD 1 TO Exceptions-Listed.
           MOVE TS-Employee-ID TO Prn-Exc-Employee.
           MOVE TS-Work-Date TO Prn-Exc-Date.
           IF ADT-Type(ADT-Found-Idx) = "U"
               ADD Line-Gross TO HRT-Unpaid-Deduct(HRT-Found-Idx)
               MOVE "UNPAID LEAVE - HOURS DEDUCTED" TO Prn-Exc-Reason
           ELSE
               MOVE "ON PAID LEAVE - SHEET NOT PAID"
                   TO Prn-Exc-Reason
           END-IF.
           WRITE Timesheet-Print-Line FROM Ts-Exception-Line
           AFTER ADVANCING 1 LINE.

      * Holiday and sickness at the hourly rate for the day-hours,
      * pro rata for a half day.
       2500-APPLY-PAID-LEAVE.
           PERFORM VARYING ADT-Idx FROM 1 BY 1
               UNTIL ADT-Idx > Absence-Day-Count
               IF ADT-Type(ADT-Idx) NOT = "U"
                   MOVE ZEROS TO HRT-Found-Idx
                   PERFORM VARYING HRT-Idx FROM 1 BY 1
                       UNTIL HRT-Idx > Hourly-Count
                       IF HRT-Employee-ID(HRT-Idx)
                           = ADT-Employee-ID(ADT-Idx)
                           MOVE HRT-Idx TO HRT-Found-Idx
                       END-IF
                   END-PERFORM
                   IF HRT-Found-Idx > ZEROS
                       AND ADT-Date(ADT-Idx)
                           >= HRT-Start-Date(HRT-Found-Idx)
                       AND ADT-Date(ADT-Idx)
                           <= HRT-Leave-Date(HRT-Found-Idx)
                       MOVE ADT-Employee-ID(ADT-Idx) TO Rate-Employee-ID
                       MOVE ADT-Date(ADT-Idx) TO Rate-Date
                       PERFORM 2040-HOURLY-RATE-ON-DATE
                       COMPUTE Line-Gross ROUNDED =
                           ADT-Days(ADT-Idx)
                           * HRT-Day-Hours(HRT-Found-Idx)
                           * Rate-Hourly
                       ADD Line-Gross TO HRT-Gross(HRT-Found-Idx),
                           HRT-Leave-Pay(HRT-Found-Idx)
                   END-IF
               END-IF
           END-PERFORM.

       2600-BUILD-WORK-DAYS.
           OPEN INPUT BusCalFile.
           IF WS-BusCal-File-Status = "00"
               READ BusCalFile
                   AT END SET EndOfBusCalFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfBusCalFile
                   IF BusCal-Trading-Day
                       AND BusCal-Date >= Range-From-Date
                       AND BusCal-Date <= Range-To-Date
                       AND Work-Day-Count < 400
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
               PERFORM 2650-WALK-WEEKDAYS
           END-IF.

       2650-WALK-WEEKDAYS.
           MOVE Range-From-Date TO Walk-Date.
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
           PERFORM UNTIL Walk-Date > Range-To-Date
               OR Work-Day-Count >= 400
               IF Walk-Weekday < 6
                   ADD 1 TO Work-Day-Count
                   MOVE Walk-Date TO Work-Day(Work-Day-Count)
               END-IF
               PERFORM 2660-NEXT-DAY
           END-PERFORM.

       2660-NEXT-DAY.
           MOVE Month-Max-Day(WLK-Month) TO Month-Last-Day.
           IF WLK-Month = 02
               DIVIDE WLK-Year BY 4 GIVING Leap-Quot
                   REMAINDER Leap-Rem
               IF Leap-Rem = ZERO
                   MOVE 29 TO Month-Last-Day
               END-IF
           END-IF.
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

      * The month's salary for the share of the range's working days
      * the employee was employed for - each day at the salary in
      * force on it, so a whole range at one salary pays it exactly
      * - less approved unpaid leave at the same daily rate, plus a
      * leaver's holiday settlement.
       2700-PAY-SALARIED-STAFF.
           IF Salary-Count > ZEROS
               AND Work-Day-Count = ZEROS
               DISPLAY "WARNING: NO WORKING DAYS IN THE RANGE - "
                   "NO SALARIES PAID"
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM VARYING SAL-Idx FROM 1 BY 1
               UNTIL SAL-Idx > Salary-Count
                   OR Work-Day-Count = ZEROS
               PERFORM 2710-PAY-ONE-SALARIED
           END-PERFORM.

       2710-PAY-ONE-SALARIED.
           MOVE ZEROS TO Salary-Day-Total.
           MOVE SAL-Employee-ID(SAL-Idx) TO Rate-Employee-ID.
           PERFORM VARYING WDY-Idx FROM 1 BY 1
               UNTIL WDY-Idx > Work-Day-Count
               IF Work-Day(WDY-Idx) >= SAL-Start-Date(SAL-Idx)
                   AND Work-Day(WDY-Idx) <= SAL-Leave-Date(SAL-Idx)
                   ADD 1 TO SAL-Days-Employed(SAL-Idx)
                   MOVE Work-Day(WDY-Idx) TO Rate-Date
                   PERFORM 2740-SALARY-ON-DATE
                   ADD Rate-Monthly TO Salary-Day-Total
               END-IF
           END-PERFORM.
           COMPUTE SAL-Gross(SAL-Idx) ROUNDED =
               Salary-Day-Total / Work-Day-Count.
           PERFORM VARYING ADT-Idx FROM 1 BY 1
               UNTIL ADT-Idx > Absence-Day-Count
               IF ADT-Employee-ID(ADT-Idx) = SAL-Employee-ID(SAL-Idx)
                   AND ADT-Type(ADT-Idx) = "U"
                   AND ADT-Date(ADT-Idx) >= SAL-Start-Date(SAL-Idx)
                   AND ADT-Date(ADT-Idx) <= SAL-Leave-Date(SAL-Idx)
                   MOVE ADT-Date(ADT-Idx) TO Rate-Date
                   PERFORM 2740-SALARY-ON-DATE
                   COMPUTE Line-Gross ROUNDED =
                       ADT-Days(ADT-Idx) * Rate-Monthly
                       / Work-Day-Count
                   ADD Line-Gross TO SAL-Unpaid-Deduct(SAL-Idx)
               END-IF
           END-PERFORM.
           IF SAL-Unpaid-Deduct(SAL-Idx) > SAL-Gross(SAL-Idx)
               MOVE SAL-Gross(SAL-Idx) TO SAL-Unpaid-Deduct(SAL-Idx)
           END-IF.
           SUBTRACT SAL-Unpaid-Deduct(SAL-Idx) FROM SAL-Gross(SAL-Idx).
           IF SAL-Days-Employed(SAL-Idx) > ZEROS
               MOVE SAL-Employee-ID(SAL-Idx) TO Prn-Sal-Employee
               MOVE SAL-Days-Employed(SAL-Idx) TO Prn-Sal-Days
               MOVE Work-Day-Count TO Prn-Sal-Range-Days
               MOVE SAL-Gross(SAL-Idx) TO Prn-Sal-Gross
               MOVE SAL-Unpaid-Deduct(SAL-Idx) TO Prn-Sal-Deducted
               WRITE Timesheet-Print-Line FROM Ts-Salary-Line
               AFTER ADVANCING 1 LINE
           END-IF.
           IF SAL-Leave-Date(SAL-Idx) >= Range-From-Date
               AND SAL-Leave-Date(SAL-Idx) <= Range-To-Date
               MOVE SAL-Employee-ID(SAL-Idx) TO Leaver-Employee-ID
               MOVE SAL-Start-Date(SAL-Idx) TO Leaver-Start-Date
               MOVE SAL-Leave-Date(SAL-Idx) TO Leaver-Leave-Date
               MOVE SAL-Leave-Days(SAL-Idx) TO Leaver-Entitlement
               MOVE SAL-Leave-Date(SAL-Idx) TO Rate-Date
               PERFORM 2740-SALARY-ON-DATE
               COMPUTE Leaver-Day-Rate ROUNDED =
                   Rate-Monthly * 12 / Salaried-Year-Days
               PERFORM 2900-SETTLE-LEAVER-HOLIDAY
               MOVE Leaver-Holiday-Pay TO SAL-Holiday-Pay(SAL-Idx)
               ADD Leaver-Holiday-Pay TO SAL-Gross(SAL-Idx)
           END-IF.

       2740-SALARY-ON-DATE.
           MOVE ZEROS TO Rate-Hourly, Rate-OT.
           MOVE SAL-Monthly(SAL-Idx) TO Rate-Monthly.
           PERFORM 2050-FIND-RATE-ON-DATE.

      * An hourly leaver's day of holiday is paid at the day-hours
      * and hourly rate, the same as a day taken.
       2800-SETTLE-HOURLY-LEAVERS.
           PERFORM VARYING HRT-Idx FROM 1 BY 1
               UNTIL HRT-Idx > Hourly-Count
               IF HRT-Leave-Date(HRT-Idx) >= Range-From-Date
                   AND HRT-Leave-Date(HRT-Idx) <= Range-To-Date
                   MOVE HRT-Employee-ID(HRT-Idx) TO Leaver-Employee-ID
                   MOVE HRT-Start-Date(HRT-Idx) TO Leaver-Start-Date
                   MOVE HRT-Leave-Date(HRT-Idx) TO Leaver-Leave-Date
                   MOVE HRT-Leave-Days(HRT-Idx) TO Leaver-Entitlement
                   MOVE HRT-Idx TO HRT-Found-Idx
                   MOVE HRT-Employee-ID(HRT-Idx) TO Rate-Employee-ID
                   MOVE HRT-Leave-Date(HRT-Idx) TO Rate-Date
                   PERFORM 2040-HOURLY-RATE-ON-DATE
                   COMPUTE Leaver-Day-Rate ROUNDED =
                       HRT-Day-Hours(HRT-Idx) * Rate-Hourly
                   PERFORM 2900-SETTLE-LEAVER-HOLIDAY
                   MOVE Leaver-Holiday-Pay TO HRT-Holiday-Pay(HRT-Idx)
                   ADD Leaver-Holiday-Pay TO HRT-Gross(HRT-Idx)
               END-IF
           END-PERFORM.

      * Holiday accrues a twelfth of the entitlement for each month
      * of the leave year worked, the leaving month and a starting
      * month counting whole. What has accrued and not been taken
      * by the leaving date is paid; holiday taken beyond the
      * accrual is listed for payroll to decide on, not recovered.
       2900-SETTLE-LEAVER-HOLIDAY.
           MOVE Leaver-Leave-Date TO Work-Date.
           IF WD-MMDD < Leave-Year-Start-MMDD
               SUBTRACT 1 FROM WD-Year
           END-IF.
           MOVE Leave-Year-Start-MMDD TO WD-MMDD.
           MOVE Work-Date TO Leaver-Year-From.
           IF Leaver-Start-Date > Leaver-Year-From
               MOVE Leaver-Start-Date TO Work-Date
           END-IF.
           COMPUTE Month-Number-From = (WD-Year * 12) + WD-Month.
           MOVE Leaver-Leave-Date TO Work-Date.
           COMPUTE Month-Number-To = (WD-Year * 12) + WD-Month.
           COMPUTE Leaver-Months =
               Month-Number-To - Month-Number-From + 1.
           IF Leaver-Months >= 12
               MOVE Leaver-Entitlement TO Leaver-Accrued-Days
           ELSE
               COMPUTE Leaver-Accrued-Days ROUNDED =
                   Leaver-Entitlement * Leaver-Months / 12
           END-IF.
           PERFORM 2950-COUNT-HOLIDAY-TAKEN.
           COMPUTE Leaver-Owed-Days =
               Leaver-Accrued-Days - Leaver-Taken-Days.
           MOVE ZEROS TO Leaver-Holiday-Pay.
           IF Leaver-Owed-Days > ZERO
               COMPUTE Leaver-Holiday-Pay ROUNDED =
                   Leaver-Owed-Days * Leaver-Day-Rate
           END-IF.
           MOVE Leaver-Employee-ID TO Prn-Lvr-Employee.
           MOVE Leaver-Leave-Date TO Prn-Lvr-Date.
           MOVE Leaver-Owed-Days TO Prn-Lvr-Days.
           MOVE Leaver-Holiday-Pay TO Prn-Lvr-Pay.
           WRITE Timesheet-Print-Line FROM Ts-Leaver-Line
           AFTER ADVANCING 1 LINE.
           IF Leaver-Owed-Days < ZERO
               ADD 1 TO Exceptions-Listed
               MOVE Leaver-Employee-ID TO Prn-Exc-Employee
               MOVE Leaver-Leave-Date TO Prn-Exc-Date
               MOVE "HOLIDAY TAKEN BEYOND ACCRUAL"
                   TO Prn-Exc-Reason
               WRITE Timesheet-Print-Line FROM Ts-Exception-Line
               AFTER ADVANCING 1 LINE
           END-IF.

      * Approved holiday in the leave year up to the leaving date,
      * from the whole absence file - the table holds only the
      * range.
       2950-COUNT-HOLIDAY-TAKEN.
           MOVE ZEROS TO Leaver-Taken-Days.
           OPEN INPUT AbsenceFile.
           IF WS-Absence-File-Status = "00"
               READ AbsenceFile
                   AT END SET EndOfAbsenceFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfAbsenceFile
                   IF Abs-Employee-ID = Leaver-Employee-ID
                       AND Abs-Is-Approved
                       AND Abs-Type = "H"
                       AND Abs-Date >= Leaver-Year-From
                       AND Abs-Date <= Leaver-Leave-Date
                       ADD Abs-Days TO Leaver-Taken-Days
                   END-IF
                   READ AbsenceFile
                       AT END SET EndOfAbsenceFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AbsenceFile
           END-IF.

      * Only those employed at some point in the range are missed.
       3000-LIST-MISSING-SHEETS.
           PERFORM VARYING HRT-Idx FROM 1 BY 1
               UNTIL HRT-Idx > Hourly-Count
               IF HRT-Sheets-Seen(HRT-Idx) = ZEROS
                   AND HRT-Leave-Pay(HRT-Idx) = ZEROS
                   AND HRT-Start-Date(HRT-Idx) <= Range-To-Date
                   AND HRT-Leave-Date(HRT-Idx) >= Range-From-Date
                   ADD 1 TO Exceptions-Listed
                   MOVE HRT-Employee-ID(HRT-Idx)
                       TO Prn-Exc-Employee
               END-IF
           END-PERFORM.

       3100-LIST-LEAVE-PAY.
           PERFORM VARYING HRT-Idx FROM 1 BY 1
               UNTIL HRT-Idx > Hourly-Count
               IF HRT-Leave-Pay(HRT-Idx) > ZEROS
                   OR HRT-Unpaid-Deduct(HRT-Idx) > ZEROS
                   MOVE HRT-Employee-ID(HRT-Idx) TO Prn-Lv-Employee
                   MOVE HRT-Leave-Pay(HRT-Idx) TO Prn-Lv-Paid
                   MOVE HRT-Unpaid-Deduct(HRT-Idx) TO Prn-Lv-Deducted
                   WRITE Timesheet-Print-Line FROM Ts-Leave-Line
                   AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.

      * One parameter record per hourly employee with hours and per
      * salaried employee with pay, for SUBTRACTEXAMPLE's unattended
      * pass.
       4000-CUT-PAY-PARAMETERS.
           OPEN OUTPUT PayParmFile.
           PERFORM VARYING HRT-Idx FROM 1 BY 1
               UNTIL HRT-Idx > Hourly-Count
               IF HRT-Sheets-Seen(HRT-Idx) > ZEROS
                   OR HRT-Leave-Pay(HRT-Idx) > ZEROS
                   OR HRT-Holiday-Pay(HRT-Idx) > ZEROS
                   MOVE SPACES TO PayParm-Rec
                   MOVE HRT-Employee-ID(HRT-Idx)
                       TO PayParm-Employee-ID
                   ADD 1 TO Parm-Records-Cut
               END-IF
           END-PERFORM.
           PERFORM VARYING SAL-Idx FROM 1 BY 1
               UNTIL SAL-Idx > Salary-Count
               IF SAL-Gross(SAL-Idx) > ZEROS
                   MOVE SPACES TO PayParm-Rec
                   MOVE SAL-Employee-ID(SAL-Idx)
                       TO PayParm-Employee-ID
                   MOVE Pay-Period-Date TO PayParm-Period-Date
                   MOVE SAL-Gross(SAL-Idx) TO PayParm-GrossPay
                   WRITE PayParm-Rec
                   ADD 1 TO Parm-Records-Cut
               END-IF
           END-PERFORM.
           CLOSE PayParmFile.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="PAYCALC"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM PayCalc.
