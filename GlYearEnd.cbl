      ******************************************************************
      * Author:
      * Date:
      * Purpose: General-ledger year-end close. Refuses to run until
      *          PERSTAT.DAT shows all twelve periods of the year
      *          closed, every account with a balance has a line on
      *          GLRPTLN.DAT and the year has not been closed before.
      *          Then it posts the closing journal - the net of every
      *          profit and loss account (groups S, C and O) reversed
      *          out, and the total carried to retained earnings, the
      *          credit account of the YEAREND row on GLMAP.DAT - into
      *          period 13 of the year, so the twelve months still
      *          report as they were. Each balance-sheet account's
      *          year-end position is written as its opening balance
      *          in period 01 of the new year, and the year is logged
      *          on GLYECLOS.DAT; the statements and the close itself
      *          count balance-sheet figures from the opening rows
      *          after a closed year. GLYEAR.RPT lists the journal
      *          and the openings and proves the ledger's before and
      *          after totals agree; GLBAL.DAT is rewritten only when
      *          every proof holds. GLYEPARM.DAT names the year; with
      *          no parameter file it is the year before the business
      *          date's. Supervisor only.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlYearEnd.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GlBalanceFile ASSIGN TO "GLBAL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlBalance-File-Status.

       SELECT GlMapFile ASSIGN TO "GLMAP.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlMap-File-Status.

       SELECT GlRptLineFile ASSIGN TO "GLRPTLN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlRptLine-File-Status.

       SELECT GlYeParmFile ASSIGN TO "GLYEPARM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlYeParm-File-Status.

      * One row per closed year, appended by each close; a rerun for
      * a year already here is refused.
       SELECT GlYearClosedFile ASSIGN TO "GLYECLOS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlYearClosed-File-Status.

       SELECT GlYearEndRep ASSIGN TO "GLYEAR.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "PERSTATFC.CPY".
       COPY "OPSIGNFC.CPY".
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

       FD GlMapFile.
       01 GlMap-Rec.
           88 EndOfGlMapFile       VALUE HIGH-VALUES.
           02  GlMap-Source            PIC X(8).
           02  FILLER                  PIC X.
           02  GlMap-Debit-Account     PIC X(6).
           02  FILLER                  PIC X.
           02  GlMap-Credit-Account    PIC X(6).

       FD GlRptLineFile.
       01 GlRptLine-Rec.
           88 EndOfGlRptLineFile  VALUE HIGH-VALUES.
           02  RptLn-Account           PIC X(6).
           02  FILLER                  PIC X.
           02  RptLn-Group             PIC X.
           02  FILLER                  PIC X.
           02  RptLn-Line              PIC 99.
           02  FILLER                  PIC X.
           02  RptLn-Heading           PIC X(20).

       FD GlYeParmFile.
       01 GlYeParm-Rec.
           02  GlYeParm-Year           PIC 9(4).

       FD GlYearClosedFile.
       01 GlYearClosed-Rec.
           88 EndOfGlYearClosedFile VALUE HIGH-VALUES.
           02  GYC-Year                PIC 9(4).
           02  FILLER                  PIC X.
           02  GYC-Close-Date          PIC 9(8).
           02  FILLER                  PIC X.
           02  GYC-Retained-Account    PIC X(6).
           02  FILLER                  PIC X.
           02  GYC-Transfer-Amount     PIC S9(11)V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                  PIC X.
           02  GYC-Operator-ID         PIC X(5).

       FD GlYearEndRep.
       01 GlYearEnd-Print-Line         PIC X(80).

       COPY "PERSTATFD.CPY".
       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-GlBalance-File-Status    PIC XX.
       01  WS-GlMap-File-Status        PIC XX.
       01  WS-GlRptLine-File-Status    PIC XX.
       01  WS-GlYeParm-File-Status     PIC XX.
       01  WS-GlYearClosed-File-Status PIC XX.
       COPY "PERSTATWS.CPY".
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Gl-Balance-Table.
           02  Gl-Balance-Entry OCCURS 2000 TIMES.
               03  GBT-Account          PIC X(6).
               03  GBT-Period           PIC 9(6).
               03  GBT-Debits           PIC S9(11)V99.
               03  GBT-Credits          PIC S9(11)V99.
       01  Gl-Balance-Count             PIC 9(4) VALUE ZEROS.
       01  GBT-Idx                      PIC 9(4).
       01  GBT-Found-Idx                PIC 9(4).

      * Every account on the reporting-line structure, with its
      * statement group and its figure for the year being closed.
       01  Close-Account-Table.
           02  Close-Account-Entry OCCURS 200 TIMES.
               03  CAT-Account          PIC X(6).
               03  CAT-Group            PIC X.
                   88 CAT-Is-Profit-Loss VALUE "S", "C", "O".
                   88 CAT-Is-Balance-Sheet
                                        VALUE "F", "A", "L", "T", "E".
               03  CAT-Year-Net         PIC S9(11)V99.
       01  Close-Account-Count          PIC 9(3) VALUE ZEROS.
       01  CAT-Idx                      PIC 9(3).
       01  CAT-Found-Idx                PIC 9(3).
       01  Retained-Idx                 PIC 9(3) VALUE ZEROS.

       01  Latest-Prior-Close           PIC 9(4) VALUE ZEROS.

       01  Close-Year                   PIC 9(4).
       01  New-Year                     PIC 9(4).
       01  Business-Date-Fields.
           02  BDF-Year                 PIC 9(4).
           02  BDF-Month                PIC 99.
           02  BDF-Day                  PIC 99.
      * Balance-sheet figures count from the opening rows after the
      * latest earlier close - from the start of the ledger if the
      * year before has never been closed.
       01  Base-Start-Period            PIC 9(6).
       01  Year-First-Period            PIC 9(6).
       01  Year-Last-Period             PIC 9(6).
       01  Closing-Period               PIC 9(6).
       01  Opening-Period               PIC 9(6).
       01  Periods-Closed-Count         PIC 99 VALUE ZEROS.
       01  Retained-Account             PIC X(6) VALUE SPACES.
       01  Journal-Date                 PIC 9(8).

       01  Close-OK-Switch              PIC X VALUE "Y".
           88 Close-OK                  VALUE "Y".
       01  Close-Refusal-Reason         PIC X(40) VALUE SPACES.
       01  Load-Overflow-Switch         PIC X VALUE "N".
           88 Load-Overflowed           VALUE "Y".

       01  Row-Movement                 PIC S9(11)V99.
       01  Post-Account                 PIC X(6).
       01  Post-Period                  PIC 9(6).
       01  Post-DC-Flag                 PIC X.
       01  Post-Amount                  PIC S9(11)V99.

       01  Transfer-Total               PIC S9(11)V99 VALUE ZEROS.
       01  Journal-Debit-Total          PIC S9(11)V99 VALUE ZEROS.
       01  Journal-Credit-Total         PIC S9(11)V99 VALUE ZEROS.
       01  Opening-Total                PIC S9(11)V99 VALUE ZEROS.
       01  Before-Debits                PIC S9(11)V99 VALUE ZEROS.
       01  Before-Credits               PIC S9(11)V99 VALUE ZEROS.
       01  Before-Net                   PIC S9(11)V99 VALUE ZEROS.
       01  Before-Profit-Loss           PIC S9(11)V99 VALUE ZEROS.
       01  After-Debits                 PIC S9(11)V99 VALUE ZEROS.
       01  After-Credits                PIC S9(11)V99 VALUE ZEROS.
       01  After-Net                    PIC S9(11)V99 VALUE ZEROS.
       01  After-Profit-Loss            PIC S9(11)V99 VALUE ZEROS.
       01  After-Balance-Sheet          PIC S9(11)V99 VALUE ZEROS.
       01  Proof-OK-Switch              PIC X VALUE "Y".
           88 Proof-OK                  VALUE "Y".

       01  YearEnd-Heading-Line         PIC X(46) VALUE
           "        GENERAL LEDGER YEAR-END CLOSE".

       01  YearEnd-Year-Line.
           02  FILLER                   PIC X(15) VALUE
               " YEAR CLOSED : ".
           02  Prn-Close-Year           PIC 9(4).
           02  FILLER                   PIC X(23) VALUE
               "    RETAINED EARNINGS: ".
           02  Prn-Retained-Account     PIC X(6).

       01  YearEnd-Refused-Line.
           02  FILLER                   PIC X(16) VALUE
               " CLOSE REFUSED: ".
           02  Prn-Refusal-Reason       PIC X(40).

       01  YearEnd-Section-Line         PIC X(80).

       01  YearEnd-Journal-Line.
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  Prn-Jnl-Date             PIC 9(8).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Jnl-Account          PIC X(6).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Jnl-Period           PIC 9(6).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Jnl-DC               PIC X.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Jnl-Amount           PIC ZZZ,ZZZ,ZZ9.99-.

       01  YearEnd-Proof-Line.
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Proof-Label          PIC X(30).
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Proof-Before         PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Proof-After          PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Proof-Result         PIC X(6).

       01  YearEnd-Proof-Topic.
           02  FILLER                   PIC X(40) VALUE
               " PROOF                                  ".
           02  FILLER                   PIC X(40) VALUE
               "    BEFORE            AFTER".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
      * Closing the books for a year is the accountant's call; a
      * clerk is refused the whole run.
           PERFORM Check-Supervisor-Role.
           IF NOT Role-OK
               DISPLAY "CLOSE REFUSED - SUPERVISOR ONLY"
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           PERFORM Get-Business-Date.
           PERFORM 1000-DECIDE-CLOSE-YEAR.
           PERFORM 1100-LOAD-CLOSED-YEARS.
           IF Close-OK
               PERFORM 1200-CHECK-PERIODS-CLOSED
           END-IF.
           IF Close-OK
               PERFORM 1300-FIND-RETAINED-ACCOUNT
           END-IF.
           IF Close-OK
               PERFORM 1400-LOAD-REPORTING-LINES
           END-IF.
           IF Close-OK
               PERFORM 1500-LOAD-GL-BALANCES
           END-IF.
           IF Close-OK
               PERFORM 2000-SUMMARISE-YEAR
           END-IF.
           OPEN OUTPUT GlYearEndRep.
           WRITE GlYearEnd-Print-Line FROM YearEnd-Heading-Line
           AFTER ADVANCING 1 LINE.
           MOVE Close-Year TO Prn-Close-Year.
           MOVE Retained-Account TO Prn-Retained-Account.
           WRITE GlYearEnd-Print-Line FROM YearEnd-Year-Line
           AFTER ADVANCING 1 LINE.
           IF Close-OK
               PERFORM 3000-POST-CLOSING-JOURNAL
               PERFORM 3100-WRITE-OPENING-BALANCES
               PERFORM 3200-PROVE-CLOSE
               IF Proof-OK
                   PERFORM 4000-REWRITE-GL-BALANCES
                   PERFORM 4100-LOG-CLOSED-YEAR
                   DISPLAY "YEAR " Close-Year " CLOSED - "
                       "TRANSFER TO " Retained-Account " "
                       Transfer-Total
               ELSE
                   MOVE "PROOF FAILED - GLBAL.DAT NOT UPDATED"
                       TO Close-Refusal-Reason
                   MOVE "N" TO Close-OK-Switch
               END-IF
           END-IF.
           IF NOT Close-OK
               MOVE Close-Refusal-Reason TO Prn-Refusal-Reason
               WRITE GlYearEnd-Print-Line FROM YearEnd-Refused-Line
               AFTER ADVANCING 2 LINES
               DISPLAY "YEAR-END CLOSE REFUSED: " Close-Refusal-Reason
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE GlYearEndRep.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-DECIDE-CLOSE-YEAR.
           MOVE Business-Date TO Business-Date-Fields.
           COMPUTE Close-Year = BDF-Year - 1.
           OPEN INPUT GlYeParmFile.
           IF WS-GlYeParm-File-Status = "00"
               READ GlYeParmFile
                   NOT AT END
                       IF GlYeParm-Year IS NUMERIC
                           AND GlYeParm-Year > ZEROS
                           MOVE GlYeParm-Year TO Close-Year
                       END-IF
               END-READ
               CLOSE GlYeParmFile
           END-IF.
           COMPUTE New-Year = Close-Year + 1.
           COMPUTE Year-First-Period = Close-Year * 100 + 1.
           COMPUTE Year-Last-Period = Close-Year * 100 + 12.
           COMPUTE Closing-Period = Close-Year * 100 + 13.
           COMPUTE Opening-Period = New-Year * 100 + 1.
           COMPUTE Journal-Date = Close-Year * 10000 + 1231.

       1100-LOAD-CLOSED-YEARS.
           OPEN INPUT GlYearClosedFile.
           IF WS-GlYearClosed-File-Status = "00"
               READ GlYearClosedFile
                   AT END SET EndOfGlYearClosedFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGlYearClosedFile
                   IF GYC-Year = Close-Year
                       MOVE "N" TO Close-OK-Switch
                       MOVE "YEAR ALREADY CLOSED ON GLYECLOS.DAT"
                           TO Close-Refusal-Reason
                   END-IF
                   IF GYC-Year < Close-Year
                       AND GYC-Year > Latest-Prior-Close
                       MOVE GYC-Year TO Latest-Prior-Close
                   END-IF
                   READ GlYearClosedFile
                       AT END SET EndOfGlYearClosedFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GlYearClosedFile
           END-IF.
           IF Latest-Prior-Close > ZEROS
               COMPUTE Base-Start-Period =
                   (Latest-Prior-Close + 1) * 100 + 1
           ELSE
               MOVE ZEROS TO Base-Start-Period
           END-IF.

       1200-CHECK-PERIODS-CLOSED.
           OPEN INPUT PeriodStatusFile.
           IF WS-PerStat-File-Status = "00"
               READ PeriodStatusFile
                   AT END SET EndOfPeriodStatusFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfPeriodStatusFile
                   IF PerStat-Period >= Year-First-Period
                       AND PerStat-Period <= Year-Last-Period
                       AND PerStat-Is-Closed
                       ADD 1 TO Periods-Closed-Count
                   END-IF
                   READ PeriodStatusFile
                       AT END SET EndOfPeriodStatusFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PeriodStatusFile
           END-IF.
           IF Periods-Closed-Count < 12
               MOVE "N" TO Close-OK-Switch
               MOVE "NOT ALL 12 PERIODS CLOSED ON PERSTAT.DAT"
                   TO Close-Refusal-Reason
               DISPLAY "PERIODS CLOSED FOR " Close-Year ": "
                   Periods-Closed-Count
           END-IF.

       1300-FIND-RETAINED-ACCOUNT.
           OPEN INPUT GlMapFile.
           IF WS-GlMap-File-Status = "00"
               READ GlMapFile
                   AT END SET EndOfGlMapFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGlMapFile
                   IF GlMap-Source = "YEAREND"
                       MOVE GlMap-Credit-Account TO Retained-Account
                   END-IF
                   READ GlMapFile
                       AT END SET EndOfGlMapFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GlMapFile
           END-IF.
           IF Retained-Account = SPACES
               MOVE "N" TO Close-OK-Switch
               MOVE "NO YEAREND ROW ON GLMAP.DAT"
                   TO Close-Refusal-Reason
           END-IF.

       1400-LOAD-REPORTING-LINES.
           OPEN INPUT GlRptLineFile.
           IF WS-GlRptLine-File-Status = "00"
               READ GlRptLineFile
                   AT END SET EndOfGlRptLineFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGlRptLineFile
                   IF Close-Account-Count < 200
                       ADD 1 TO Close-Account-Count
                       MOVE RptLn-Account
                           TO CAT-Account(Close-Account-Count)
                       MOVE RptLn-Group
                           TO CAT-Group(Close-Account-Count)
                       MOVE ZEROS TO CAT-Year-Net(Close-Account-Count)
                       IF RptLn-Account = Retained-Account
                           MOVE Close-Account-Count TO Retained-Idx
                       END-IF
                   ELSE
                       SET Load-Overflowed TO TRUE
                   END-IF
                   READ GlRptLineFile
                       AT END SET EndOfGlRptLineFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GlRptLineFile
           END-IF.
           EVALUATE TRUE
               WHEN Close-Account-Count = ZEROS
                   MOVE "N" TO Close-OK-Switch
                   MOVE "GLRPTLN.DAT NOT AVAILABLE"
                       TO Close-Refusal-Reason
               WHEN Load-Overflowed
                   MOVE "N" TO Close-OK-Switch
                   MOVE "GLRPTLN.DAT EXCEEDS THE TABLE"
                       TO Close-Refusal-Reason
               WHEN Retained-Idx = ZEROS
                   MOVE "N" TO Close-OK-Switch
                   MOVE "RETAINED EARNINGS NOT ON GLRPTLN.DAT"
                       TO Close-Refusal-Reason
               WHEN NOT CAT-Is-Balance-Sheet(Retained-Idx)
                   MOVE "N" TO Close-OK-Switch
                   MOVE "RETAINED EARNINGS NOT A BALANCE SHEET LINE"
                       TO Close-Refusal-Reason
           END-EVALUATE.

      * A part-loaded ledger would close on part of the year and
      * then lose the rest at the rewrite, so overflow refuses.
       1500-LOAD-GL-BALANCES.
           OPEN INPUT GlBalanceFile.
           IF WS-GlBalance-File-Status = "00"
               READ GlBalanceFile
                   AT END SET EndOfGlBalanceFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGlBalanceFile
                   IF Gl-Balance-Count < 2000
                       ADD 1 TO Gl-Balance-Count
                       MOVE GLB-Account
                           TO GBT-Account(Gl-Balance-Count)
                       MOVE GLB-Period
                           TO GBT-Period(Gl-Balance-Count)
                       MOVE GLB-Debits
                           TO GBT-Debits(Gl-Balance-Count)
                       MOVE GLB-Credits
                           TO GBT-Credits(Gl-Balance-Count)
                   ELSE
                       MOVE "N" TO Close-OK-Switch
                       MOVE "GLBAL.DAT EXCEEDS THE TABLE"
                           TO Close-Refusal-Reason
                   END-IF
                   READ GlBalanceFile
                       AT END SET EndOfGlBalanceFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GlBalanceFile
           ELSE
               MOVE "N" TO Close-OK-Switch
               MOVE "GLBAL.DAT NOT AVAILABLE"
                   TO Close-Refusal-Reason
           END-IF.

      * Each account's figure for the year: a P&L account's net for
      * the twelve months, a balance-sheet account's position at
      * the year end. An account with a balance but no reporting
      * line cannot be classed either way, so it refuses the close.
       2000-SUMMARISE-YEAR.
           PERFORM VARYING GBT-Idx FROM 1 BY 1
               UNTIL GBT-Idx > Gl-Balance-Count
               IF GBT-Period(GBT-Idx) >= Base-Start-Period
                   AND GBT-Period(GBT-Idx) <= Year-Last-Period
                   COMPUTE Row-Movement = GBT-Debits(GBT-Idx)
                       - GBT-Credits(GBT-Idx)
                   ADD GBT-Debits(GBT-Idx) TO Before-Debits
                   ADD GBT-Credits(GBT-Idx) TO Before-Credits
                   ADD Row-Movement TO Before-Net
                   MOVE GBT-Account(GBT-Idx) TO Post-Account
                   PERFORM 2100-FIND-CLOSE-ACCOUNT
                   IF CAT-Found-Idx = ZEROS
                       IF Row-Movement NOT = ZEROS
                           MOVE "N" TO Close-OK-Switch
                           MOVE SPACES TO Close-Refusal-Reason
                           STRING "ACCOUNT " Post-Account
                               " NOT ON GLRPTLN.DAT"
                               DELIMITED BY SIZE
                               INTO Close-Refusal-Reason
                       END-IF
                   ELSE
                       ADD Row-Movement TO CAT-Year-Net(CAT-Found-Idx)
                       IF CAT-Is-Profit-Loss(CAT-Found-Idx)
                           ADD Row-Movement TO Before-Profit-Loss
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2100-FIND-CLOSE-ACCOUNT.
           MOVE ZEROS TO CAT-Found-Idx.
           PERFORM VARYING CAT-Idx FROM 1 BY 1
               UNTIL CAT-Idx > Close-Account-Count
               IF CAT-Account(CAT-Idx) = Post-Account
                   MOVE CAT-Idx TO CAT-Found-Idx
               END-IF
           END-PERFORM.

      * Every P&L account is reversed to nil in period 13 and the
      * total lands on retained earnings - a loss as a debit.
       3000-POST-CLOSING-JOURNAL.
           MOVE " CLOSING JOURNAL" TO YearEnd-Section-Line.
           WRITE GlYearEnd-Print-Line FROM YearEnd-Section-Line
           AFTER ADVANCING 2 LINES.
           MOVE Closing-Period TO Post-Period.
           PERFORM VARYING CAT-Idx FROM 1 BY 1
               UNTIL CAT-Idx > Close-Account-Count
               IF CAT-Is-Profit-Loss(CAT-Idx)
                   AND CAT-Year-Net(CAT-Idx) NOT = ZEROS
                   MOVE CAT-Account(CAT-Idx) TO Post-Account
                   IF CAT-Year-Net(CAT-Idx) > ZEROS
                       MOVE "C" TO Post-DC-Flag
                       MOVE CAT-Year-Net(CAT-Idx) TO Post-Amount
                   ELSE
                       MOVE "D" TO Post-DC-Flag
                       COMPUTE Post-Amount =
                           ZERO - CAT-Year-Net(CAT-Idx)
                   END-IF
                   ADD CAT-Year-Net(CAT-Idx) TO Transfer-Total
                   PERFORM 3050-POST-ONE-LINE
               END-IF
           END-PERFORM.
           MOVE Retained-Account TO Post-Account.
           IF Transfer-Total > ZEROS
               MOVE "D" TO Post-DC-Flag
               MOVE Transfer-Total TO Post-Amount
           ELSE
               MOVE "C" TO Post-DC-Flag
               COMPUTE Post-Amount = ZERO - Transfer-Total
           END-IF.
           IF Post-Amount NOT = ZEROS
               PERFORM 3050-POST-ONE-LINE
           END-IF.
           ADD Transfer-Total TO CAT-Year-Net(Retained-Idx).

       3050-POST-ONE-LINE.
           PERFORM 3060-FIND-OR-ADD-BALANCE.
           IF GBT-Found-Idx > ZEROS
               IF Post-DC-Flag = "D"
                   ADD Post-Amount TO GBT-Debits(GBT-Found-Idx)
                   ADD Post-Amount TO Journal-Debit-Total
               ELSE
                   ADD Post-Amount TO GBT-Credits(GBT-Found-Idx)
                   ADD Post-Amount TO Journal-Credit-Total
               END-IF
           END-IF.
           MOVE Journal-Date TO Prn-Jnl-Date.
           MOVE Post-Account TO Prn-Jnl-Account.
           MOVE Post-Period TO Prn-Jnl-Period.
           MOVE Post-DC-Flag TO Prn-Jnl-DC.
           MOVE Post-Amount TO Prn-Jnl-Amount.
           WRITE GlYearEnd-Print-Line FROM YearEnd-Journal-Line
           AFTER ADVANCING 1 LINE.

       3060-FIND-OR-ADD-BALANCE.
           MOVE ZEROS TO GBT-Found-Idx.
           PERFORM VARYING GBT-Idx FROM 1 BY 1
               UNTIL GBT-Idx > Gl-Balance-Count
               IF GBT-Account(GBT-Idx) = Post-Account
                   AND GBT-Period(GBT-Idx) = Post-Period
                   MOVE GBT-Idx TO GBT-Found-Idx
               END-IF
           END-PERFORM.
           IF GBT-Found-Idx = ZEROS
               IF Gl-Balance-Count < 2000
                   ADD 1 TO Gl-Balance-Count
                   MOVE Post-Account TO GBT-Account(Gl-Balance-Count)
                   MOVE Post-Period TO GBT-Period(Gl-Balance-Count)
                   MOVE ZEROS TO GBT-Debits(Gl-Balance-Count)
                   MOVE ZEROS TO GBT-Credits(Gl-Balance-Count)
                   MOVE Gl-Balance-Count TO GBT-Found-Idx
               ELSE
                   DISPLAY "WARNING: GLBAL.DAT TABLE FULL - "
                       "POSTING FOR " Post-Account " LOST"
                   MOVE "N" TO Proof-OK-Switch
               END-IF
           END-IF.

       3100-WRITE-OPENING-BALANCES.
           MOVE " OPENING BALANCES" TO YearEnd-Section-Line.
           WRITE GlYearEnd-Print-Line FROM YearEnd-Section-Line
           AFTER ADVANCING 2 LINES.
           MOVE Opening-Period TO Post-Period.
           COMPUTE Journal-Date = New-Year * 10000 + 101.
           PERFORM VARYING CAT-Idx FROM 1 BY 1
               UNTIL CAT-Idx > Close-Account-Count
               IF CAT-Is-Balance-Sheet(CAT-Idx)
                   AND CAT-Year-Net(CAT-Idx) NOT = ZEROS
                   MOVE CAT-Account(CAT-Idx) TO Post-Account
                   IF CAT-Year-Net(CAT-Idx) > ZEROS
                       MOVE "D" TO Post-DC-Flag
                       MOVE CAT-Year-Net(CAT-Idx) TO Post-Amount
                   ELSE
                       MOVE "C" TO Post-DC-Flag
                       COMPUTE Post-Amount =
                           ZERO - CAT-Year-Net(CAT-Idx)
                   END-IF
                   ADD CAT-Year-Net(CAT-Idx) TO Opening-Total
                   PERFORM 3150-POST-OPENING-LINE
               END-IF
           END-PERFORM.

      * Opening rows are not journal lines, so they stay out of the
      * journal's debit and credit totals.
       3150-POST-OPENING-LINE.
           PERFORM 3060-FIND-OR-ADD-BALANCE.
           IF GBT-Found-Idx > ZEROS
               IF Post-DC-Flag = "D"
                   ADD Post-Amount TO GBT-Debits(GBT-Found-Idx)
               ELSE
                   ADD Post-Amount TO GBT-Credits(GBT-Found-Idx)
               END-IF
           END-IF.
           MOVE Journal-Date TO Prn-Jnl-Date.
           MOVE Post-Account TO Prn-Jnl-Account.
           MOVE Post-Period TO Prn-Jnl-Period.
           MOVE Post-DC-Flag TO Prn-Jnl-DC.
           MOVE Post-Amount TO Prn-Jnl-Amount.
           WRITE GlYearEnd-Print-Line FROM YearEnd-Journal-Line
           AFTER ADVANCING 1 LINE.

      * The after figures are summed afresh from the updated table,
      * not carried from the postings, so the proof is a real one.
       3200-PROVE-CLOSE.
           PERFORM VARYING GBT-Idx FROM 1 BY 1
               UNTIL GBT-Idx > Gl-Balance-Count
               IF GBT-Period(GBT-Idx) >= Base-Start-Period
                   AND GBT-Period(GBT-Idx) <= Closing-Period
                   COMPUTE Row-Movement = GBT-Debits(GBT-Idx)
                       - GBT-Credits(GBT-Idx)
                   ADD GBT-Debits(GBT-Idx) TO After-Debits
                   ADD GBT-Credits(GBT-Idx) TO After-Credits
                   ADD Row-Movement TO After-Net
                   MOVE GBT-Account(GBT-Idx) TO Post-Account
                   PERFORM 2100-FIND-CLOSE-ACCOUNT
                   IF CAT-Found-Idx > ZEROS
                       IF CAT-Is-Profit-Loss(CAT-Found-Idx)
                           ADD Row-Movement TO After-Profit-Loss
                       ELSE
                           ADD Row-Movement TO After-Balance-Sheet
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           WRITE GlYearEnd-Print-Line FROM YearEnd-Proof-Topic
           AFTER ADVANCING 2 LINES.

           MOVE "JOURNAL DEBITS / CREDITS" TO Prn-Proof-Label.
           MOVE Journal-Debit-Total TO Prn-Proof-Before.
           MOVE Journal-Credit-Total TO Prn-Proof-After.
           IF Journal-Debit-Total = Journal-Credit-Total
               MOVE "AGREE" TO Prn-Proof-Result
           ELSE
               MOVE "FAILS" TO Prn-Proof-Result
               MOVE "N" TO Proof-OK-Switch
           END-IF.
           PERFORM 3300-PRINT-PROOF-LINE.

           MOVE "LEDGER NET FOR THE YEAR" TO Prn-Proof-Label.
           MOVE Before-Net TO Prn-Proof-Before.
           MOVE After-Net TO Prn-Proof-After.
           IF Before-Net = After-Net
               MOVE "AGREE" TO Prn-Proof-Result
           ELSE
               MOVE "FAILS" TO Prn-Proof-Result
               MOVE "N" TO Proof-OK-Switch
           END-IF.
           PERFORM 3300-PRINT-PROOF-LINE.

           MOVE "LEDGER DEBITS" TO Prn-Proof-Label.
           MOVE Before-Debits TO Prn-Proof-Before.
           COMPUTE After-Debits = After-Debits - Journal-Debit-Total.
           MOVE After-Debits TO Prn-Proof-After.
           IF Before-Debits = After-Debits
               MOVE "AGREE" TO Prn-Proof-Result
           ELSE
               MOVE "FAILS" TO Prn-Proof-Result
               MOVE "N" TO Proof-OK-Switch
           END-IF.
           PERFORM 3300-PRINT-PROOF-LINE.

           MOVE "LEDGER CREDITS" TO Prn-Proof-Label.
           MOVE Before-Credits TO Prn-Proof-Before.
           COMPUTE After-Credits =
               After-Credits - Journal-Credit-Total.
           MOVE After-Credits TO Prn-Proof-After.
           IF Before-Credits = After-Credits
               MOVE "AGREE" TO Prn-Proof-Result
           ELSE
               MOVE "FAILS" TO Prn-Proof-Result
               MOVE "N" TO Proof-OK-Switch
           END-IF.
           PERFORM 3300-PRINT-PROOF-LINE.

           MOVE "PROFIT / LOSS TO RETAINED" TO Prn-Proof-Label.
           MOVE Before-Profit-Loss TO Prn-Proof-Before.
           MOVE Transfer-Total TO Prn-Proof-After.
           IF Before-Profit-Loss = Transfer-Total
               MOVE "AGREE" TO Prn-Proof-Result
           ELSE
               MOVE "FAILS" TO Prn-Proof-Result
               MOVE "N" TO Proof-OK-Switch
           END-IF.
           PERFORM 3300-PRINT-PROOF-LINE.

           MOVE "P&L ACCOUNTS LEFT AFTER CLOSE" TO Prn-Proof-Label.
           MOVE ZEROS TO Prn-Proof-Before.
           MOVE After-Profit-Loss TO Prn-Proof-After.
           IF After-Profit-Loss = ZEROS
               MOVE "AGREE" TO Prn-Proof-Result
           ELSE
               MOVE "FAILS" TO Prn-Proof-Result
               MOVE "N" TO Proof-OK-Switch
           END-IF.
           PERFORM 3300-PRINT-PROOF-LINE.

           MOVE "BALANCE SHEET / OPENINGS" TO Prn-Proof-Label.
           MOVE After-Balance-Sheet TO Prn-Proof-Before.
           MOVE Opening-Total TO Prn-Proof-After.
           IF After-Balance-Sheet = Opening-Total
               MOVE "AGREE" TO Prn-Proof-Result
           ELSE
               MOVE "FAILS" TO Prn-Proof-Result
               MOVE "N" TO Proof-OK-Switch
           END-IF.
           PERFORM 3300-PRINT-PROOF-LINE.

       3300-PRINT-PROOF-LINE.
           WRITE GlYearEnd-Print-Line FROM YearEnd-Proof-Line
           AFTER ADVANCING 1 LINE.

       4000-REWRITE-GL-BALANCES.
           OPEN OUTPUT GlBalanceFile.
           PERFORM VARYING GBT-Idx FROM 1 BY 1
               UNTIL GBT-Idx > Gl-Balance-Count
               MOVE SPACES TO GlBalance-Rec
               MOVE GBT-Account(GBT-Idx) TO GLB-Account
               MOVE GBT-Period(GBT-Idx) TO GLB-Period
               MOVE GBT-Debits(GBT-Idx) TO GLB-Debits
               MOVE GBT-Credits(GBT-Idx) TO GLB-Credits
               WRITE GlBalance-Rec
           END-PERFORM.
           CLOSE GlBalanceFile.

       4100-LOG-CLOSED-YEAR.
           OPEN EXTEND GlYearClosedFile.
           IF WS-GlYearClosed-File-Status NOT = "00"
               OPEN OUTPUT GlYearClosedFile
           END-IF.
           MOVE SPACES TO GlYearClosed-Rec.
           MOVE Close-Year TO GYC-Year.
           MOVE Business-Date TO GYC-Close-Date.
           MOVE Retained-Account TO GYC-Retained-Account.
           MOVE Transfer-Total TO GYC-Transfer-Amount.
           MOVE Operator-ID TO GYC-Operator-ID.
           WRITE GlYearClosed-Rec.
           CLOSE GlYearClosedFile.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="GLYEAREND"==.
       COPY "OPSIGNPA.CPY".
       COPY "OPROLEPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="GLYEAREND"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM GlYearEnd.
