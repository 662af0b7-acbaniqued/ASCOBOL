      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly budget-versus-actual report for the
      *          management pack. Every account that has a GLBAL.DAT
      *          balance or a GLBUDGET.DAT budget prints a month line
      *          and a year-to-date line: actual (debits less
      *          credits, as the trial balance shows it), budget,
      *          variance and the variance as a percentage of budget.
      *          A line whose variance is outside the tolerance - or
      *          that has actuals against no budget at all - is
      *          flagged *** for the directors. GLBVPARM.DAT supplies
      *          the YYYYMM period and the tolerance percentage; with
      *          no parameter file the period is the business date's
      *          month and the tolerance ten per cent.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlBudRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GlBalanceFile ASSIGN TO "GLBAL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlBalance-File-Status.

       SELECT GlBudgetFile ASSIGN TO "GLBUDGET.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlBudget-File-Status.

       SELECT GlBvParmFile ASSIGN TO "GLBVPARM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlBvParm-File-Status.

       SELECT GlBudVarRep ASSIGN TO "GLBUDVAR.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD GlBalanceFile.
       01 GlBalance-Rec.
           88 EndOfGlBalanceFile  VALUE HIGH-VALUES.
           02  GLB-Account             PIC X(6).
           02  FILLER                  PIC X.
           02  GLB-Period              PIC 9(6).
           02  FILLER                  PIC X.
           02  GLB-Debits              PIC S9(11)V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                  PIC X.
           02  GLB-Credits             PIC S9(11)V99
               SIGN IS TRAILING SEPARATE.

       FD GlBudgetFile.
       01 GlBudget-Rec.
           88 EndOfGlBudgetFile   VALUE HIGH-VALUES.
           02  GlBud-Account           PIC X(6).
           02  FILLER                  PIC X.
           02  GlBud-Period            PIC 9(6).
           02  FILLER                  PIC X.
           02  GlBud-Amount            PIC S9(11)V99
               SIGN IS TRAILING SEPARATE.

       FD GlBvParmFile.
       01 GlBvParm-Rec.
           02  GlBvParm-Period         PIC 9(6).
           02  FILLER                  PIC X.
           02  GlBvParm-Tolerance      PIC 9(3)V9.

       FD GlBudVarRep.
       01 GlBudVar-Print-Line          PIC X(80).

       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-GlBalance-File-Status    PIC XX.
       01  WS-GlBudget-File-Status     PIC XX.
       01  WS-GlBvParm-File-Status     PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Gl-Balance-Table.
           02  Gl-Balance-Entry OCCURS 2000 TIMES.
               03  GBT-Account          PIC X(6).
               03  GBT-Period           PIC 9(6).
               03  GBT-Movement         PIC S9(11)V99.
       01  Gl-Balance-Count             PIC 9(4) VALUE ZEROS.
       01  GBT-Idx                      PIC 9(4).

       01  Gl-Budget-Table.
           02  Gl-Budget-Entry OCCURS 3000 TIMES.
               03  GBU-Account          PIC X(6).
               03  GBU-Period           PIC 9(6).
               03  GBU-Amount           PIC S9(11)V99.
       01  Gl-Budget-Count              PIC 9(4) VALUE ZEROS.
       01  GBU-Idx                      PIC 9(4).

      * Every account either file mentions, each printed once.
       01  Report-Account-Table.
           02  Report-Account-Entry OCCURS 200 TIMES.
               03  RAT-Account          PIC X(6).
               03  RAT-Printed          PIC X.
       01  Report-Account-Count         PIC 9(3) VALUE ZEROS.
       01  RAT-Idx                      PIC 9(3).
       01  RAT-Scan-Idx                 PIC 9(3).
       01  RAT-Found-Switch             PIC X.
           88 RAT-Found                 VALUE "Y".
       01  Note-Account                 PIC X(6).
       01  Report-Account               PIC X(6).

       01  Report-Period                PIC 9(6).
       01  Report-Period-Fields REDEFINES Report-Period.
           02  RPP-Year                 PIC 9(4).
           02  RPP-Month                PIC 99.
       01  Ytd-Start-Period             PIC 9(6).
       01  Tolerance-Percent            PIC 9(3)V9.

       01  Month-Actual                 PIC S9(11)V99.
       01  Month-Budget                 PIC S9(11)V99.
       01  Ytd-Actual                   PIC S9(11)V99.
       01  Ytd-Budget                   PIC S9(11)V99.
       01  Line-Actual                  PIC S9(11)V99.
       01  Line-Budget                  PIC S9(11)V99.
       01  Line-Variance                PIC S9(11)V99.
       01  Line-Percent                 PIC S9(5)V9.
       01  Line-Percent-Size            PIC 9(5)V9.
       01  Line-Basis                   PIC X(3).

       01  Total-Month-Actual           PIC S9(11)V99 VALUE ZEROS.
       01  Total-Month-Budget           PIC S9(11)V99 VALUE ZEROS.
       01  Total-Ytd-Actual             PIC S9(11)V99 VALUE ZEROS.
       01  Total-Ytd-Budget             PIC S9(11)V99 VALUE ZEROS.
       01  Lines-Flagged                PIC 9(4) VALUE ZEROS.

       01  BudVar-Heading-Line          PIC X(46) VALUE
           "        GL BUDGET VERSUS ACTUAL".

       01  BudVar-Period-Line.
           02  FILLER                   PIC X(10) VALUE " PERIOD : ".
           02  Prn-Report-Period        PIC 9(6).
           02  FILLER                   PIC X(16) VALUE
               "    TOLERANCE : ".
           02  Prn-Tolerance            PIC ZZ9.9.
           02  FILLER                   PIC X VALUE "%".

       01  BudVar-Topic-Line.
           02  FILLER                   PIC X(27) VALUE
               " ACCOUNT             ACTUAL".
           02  FILLER                   PIC X(16) VALUE
               "          BUDGET".
           02  FILLER                   PIC X(37) VALUE
               "        VARIANCE     VAR%".

       01  BudVar-Detail-Line.
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-BV-Account           PIC X(6).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-BV-Basis             PIC X(3).
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-BV-Actual            PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-BV-Budget            PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-BV-Variance          PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-BV-Percent           PIC ZZZZ9.9-.
           02  Prn-BV-Percent-X REDEFINES Prn-BV-Percent
                                        PIC X(8).
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-BV-Flag              PIC X(3).

       01  BudVar-Footnote-Line.
           02  FILLER                   PIC X(27) VALUE
               " *** VARIANCE OUTSIDE THE ".
           02  Prn-Foot-Tolerance       PIC ZZ9.9.
           02  FILLER                   PIC X(37) VALUE
               "% TOLERANCE, OR ACTUAL WITH NO BUDGET".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-RUN-PARAMETERS.
           PERFORM 1100-LOAD-GL-BALANCES.
           PERFORM 1200-LOAD-GL-BUDGETS.
           PERFORM 2000-PRINT-BUDGET-VARIANCE.
           DISPLAY "ACCOUNTS REPORTED: " Report-Account-Count.
           DISPLAY "LINES FLAGGED: " Lines-Flagged.
           PERFORM Log-Run-Complete.
           STOP RUN.

      * Default period is the business date's month and the default
      * tolerance ten per cent, so the report runs unattended.
       1000-LOAD-RUN-PARAMETERS.
           COMPUTE Report-Period = Business-Date / 100.
           MOVE 10 TO Tolerance-Percent.
           OPEN INPUT GlBvParmFile.
           IF WS-GlBvParm-File-Status = "00"
               READ GlBvParmFile
                   NOT AT END
                       IF GlBvParm-Period IS NUMERIC
                           AND GlBvParm-Period > ZEROS
                           MOVE GlBvParm-Period TO Report-Period
                       END-IF
                       IF GlBvParm-Tolerance IS NUMERIC
                           AND GlBvParm-Tolerance > ZEROS
                           MOVE GlBvParm-Tolerance
                               TO Tolerance-Percent
                       END-IF
               END-READ
               CLOSE GlBvParmFile
           END-IF.
           COMPUTE Ytd-Start-Period = RPP-Year * 100 + 1.

       1100-LOAD-GL-BALANCES.
           OPEN INPUT GlBalanceFile.
           IF WS-GlBalance-File-Status = "00"
               READ GlBalanceFile
                   AT END SET EndOfGlBalanceFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGlBalanceFile
                   IF GLB-Period >= Ytd-Start-Period
                       AND GLB-Period <= Report-Period
                       IF Gl-Balance-Count < 2000
                           ADD 1 TO Gl-Balance-Count
                           MOVE GLB-Account
                               TO GBT-Account(Gl-Balance-Count)
                           MOVE GLB-Period
                               TO GBT-Period(Gl-Balance-Count)
                           COMPUTE GBT-Movement(Gl-Balance-Count) =
                               GLB-Debits - GLB-Credits
                           MOVE GLB-Account TO Note-Account
                           PERFORM 1300-NOTE-REPORT-ACCOUNT
                       ELSE
                           DISPLAY "WARNING: GLBAL.DAT TABLE FULL - "
                               "BALANCE DROPPED"
                       END-IF
                   END-IF
                   READ GlBalanceFile
                       AT END SET EndOfGlBalanceFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GlBalanceFile
           ELSE
               DISPLAY "WARNING: GLBAL.DAT NOT AVAILABLE - NO "
                   "ACTUALS TO REPORT"
           END-IF.

       1200-LOAD-GL-BUDGETS.
           OPEN INPUT GlBudgetFile.
           IF WS-GlBudget-File-Status = "00"
               READ GlBudgetFile
                   AT END SET EndOfGlBudgetFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGlBudgetFile
                   IF GlBud-Period >= Ytd-Start-Period
                       AND GlBud-Period <= Report-Period
                       IF Gl-Budget-Count < 3000
                           ADD 1 TO Gl-Budget-Count
                           MOVE GlBud-Account
                               TO GBU-Account(Gl-Budget-Count)
                           MOVE GlBud-Period
                               TO GBU-Period(Gl-Budget-Count)
                           MOVE GlBud-Amount
                               TO GBU-Amount(Gl-Budget-Count)
                           MOVE GlBud-Account TO Note-Account
                           PERFORM 1300-NOTE-REPORT-ACCOUNT
                       ELSE
                           DISPLAY "WARNING: GLBUDGET.DAT TABLE FULL "
                               "- BUDGET DROPPED"
                       END-IF
                   END-IF
                   READ GlBudgetFile
                       AT END SET EndOfGlBudgetFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GlBudgetFile
           ELSE
               DISPLAY "WARNING: GLBUDGET.DAT NOT AVAILABLE - EVERY "
                   "ACCOUNT SHOWS NO BUDGET"
           END-IF.

       1300-NOTE-REPORT-ACCOUNT.
           MOVE "N" TO RAT-Found-Switch.
           PERFORM VARYING RAT-Idx FROM 1 BY 1
               UNTIL RAT-Idx > Report-Account-Count
               IF RAT-Account(RAT-Idx) = Note-Account
                   SET RAT-Found TO TRUE
               END-IF
           END-PERFORM.
           IF NOT RAT-Found
               IF Report-Account-Count < 200
                   ADD 1 TO Report-Account-Count
                   MOVE Note-Account
                       TO RAT-Account(Report-Account-Count)
                   MOVE "N" TO RAT-Printed(Report-Account-Count)
               ELSE
                   DISPLAY "WARNING: ACCOUNT TABLE FULL - "
                       Note-Account " NOT REPORTED"
               END-IF
           END-IF.

       2000-PRINT-BUDGET-VARIANCE.
           OPEN OUTPUT GlBudVarRep.
           WRITE GlBudVar-Print-Line FROM BudVar-Heading-Line
           AFTER ADVANCING 1 LINE.
           MOVE Report-Period TO Prn-Report-Period.
           MOVE Tolerance-Percent TO Prn-Tolerance.
           WRITE GlBudVar-Print-Line FROM BudVar-Period-Line
           AFTER ADVANCING 1 LINE.
           WRITE GlBudVar-Print-Line FROM BudVar-Topic-Line
           AFTER ADVANCING 2 LINES.
           PERFORM 2100-FIND-NEXT-ACCOUNT.
           PERFORM UNTIL Report-Account = HIGH-VALUES
               PERFORM 2200-PRINT-ONE-ACCOUNT
               PERFORM 2100-FIND-NEXT-ACCOUNT
           END-PERFORM.
           MOVE "TOTAL " TO Prn-BV-Account.
           MOVE "MTH" TO Line-Basis.
           MOVE Total-Month-Actual TO Line-Actual.
           MOVE Total-Month-Budget TO Line-Budget.
           PERFORM 2300-PRINT-VARIANCE-LINE.
           MOVE SPACES TO Prn-BV-Account.
           MOVE "YTD" TO Line-Basis.
           MOVE Total-Ytd-Actual TO Line-Actual.
           MOVE Total-Ytd-Budget TO Line-Budget.
           PERFORM 2300-PRINT-VARIANCE-LINE.
           MOVE Tolerance-Percent TO Prn-Foot-Tolerance.
           WRITE GlBudVar-Print-Line FROM BudVar-Footnote-Line
           AFTER ADVANCING 2 LINES.
           CLOSE GlBudVarRep.

      * Accounts print in account order, lowest unprinted first -
      * the same selection the trial balance uses.
       2100-FIND-NEXT-ACCOUNT.
           MOVE HIGH-VALUES TO Report-Account.
           MOVE ZEROS TO RAT-Idx.
           PERFORM VARYING RAT-Scan-Idx FROM 1 BY 1
               UNTIL RAT-Scan-Idx > Report-Account-Count
               IF RAT-Printed(RAT-Scan-Idx) NOT = "Y"
                   AND RAT-Account(RAT-Scan-Idx) < Report-Account
                   MOVE RAT-Account(RAT-Scan-Idx) TO Report-Account
                   MOVE RAT-Scan-Idx TO RAT-Idx
               END-IF
           END-PERFORM.
           IF RAT-Idx > ZEROS
               MOVE "Y" TO RAT-Printed(RAT-Idx)
           END-IF.

       2200-PRINT-ONE-ACCOUNT.
           MOVE ZEROS TO Month-Actual, Month-Budget.
           MOVE ZEROS TO Ytd-Actual, Ytd-Budget.
           PERFORM VARYING GBT-Idx FROM 1 BY 1
               UNTIL GBT-Idx > Gl-Balance-Count
               IF GBT-Account(GBT-Idx) = Report-Account
                   ADD GBT-Movement(GBT-Idx) TO Ytd-Actual
                   IF GBT-Period(GBT-Idx) = Report-Period
                       ADD GBT-Movement(GBT-Idx) TO Month-Actual
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING GBU-Idx FROM 1 BY 1
               UNTIL GBU-Idx > Gl-Budget-Count
               IF GBU-Account(GBU-Idx) = Report-Account
                   ADD GBU-Amount(GBU-Idx) TO Ytd-Budget
                   IF GBU-Period(GBU-Idx) = Report-Period
                       ADD GBU-Amount(GBU-Idx) TO Month-Budget
                   END-IF
               END-IF
           END-PERFORM.
           ADD Month-Actual TO Total-Month-Actual.
           ADD Month-Budget TO Total-Month-Budget.
           ADD Ytd-Actual TO Total-Ytd-Actual.
           ADD Ytd-Budget TO Total-Ytd-Budget.
           MOVE Report-Account TO Prn-BV-Account.
           MOVE "MTH" TO Line-Basis.
           MOVE Month-Actual TO Line-Actual.
           MOVE Month-Budget TO Line-Budget.
           PERFORM 2300-PRINT-VARIANCE-LINE.
           MOVE SPACES TO Prn-BV-Account.
           MOVE "YTD" TO Line-Basis.
           MOVE Ytd-Actual TO Line-Actual.
           MOVE Ytd-Budget TO Line-Budget.
           PERFORM 2300-PRINT-VARIANCE-LINE.

      * Percentage is of the budget's size, so an income account's
      * negative budget still reads over as plus. No budget means
      * no percentage, and any actual against it is flagged.
       2300-PRINT-VARIANCE-LINE.
           COMPUTE Line-Variance = Line-Actual - Line-Budget.
           MOVE Line-Basis TO Prn-BV-Basis.
           MOVE Line-Actual TO Prn-BV-Actual.
           MOVE Line-Budget TO Prn-BV-Budget.
           MOVE Line-Variance TO Prn-BV-Variance.
           MOVE SPACES TO Prn-BV-Flag.
           IF Line-Budget = ZEROS
               MOVE SPACES TO Prn-BV-Percent-X
               IF Line-Actual NOT = ZEROS
                   MOVE "***" TO Prn-BV-Flag
               END-IF
           ELSE
               IF Line-Budget < ZEROS
                   COMPUTE Line-Percent ROUNDED =
                       Line-Variance * 100 / (ZERO - Line-Budget)
                       ON SIZE ERROR
                           MOVE 99999.9 TO Line-Percent
                   END-COMPUTE
               ELSE
                   COMPUTE Line-Percent ROUNDED =
                       Line-Variance * 100 / Line-Budget
                       ON SIZE ERROR
                           MOVE 99999.9 TO Line-Percent
                   END-COMPUTE
               END-IF
               MOVE Line-Percent TO Prn-BV-Percent
               MOVE Line-Percent TO Line-Percent-Size
               IF Line-Percent-Size > Tolerance-Percent
                   MOVE "***" TO Prn-BV-Flag
               END-IF
           END-IF.
           IF Prn-BV-Flag NOT = SPACES
               ADD 1 TO Lines-Flagged
           END-IF.
           IF Line-Basis = "MTH"
               WRITE GlBudVar-Print-Line FROM BudVar-Detail-Line
               AFTER ADVANCING 2 LINES
           ELSE
               WRITE GlBudVar-Print-Line FROM BudVar-Detail-Line
               AFTER ADVANCING 1 LINE
           END-IF.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="GLBUDRPT"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM GlBudRpt.
