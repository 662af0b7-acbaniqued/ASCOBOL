      ******************************************************************
      * Author:
      * Date:
      * Purpose: Management accounts from GLBAL.DAT - a profit and
      *          loss account and a balance sheet - so the ledger no
      *          longer has to be re-keyed into a spreadsheet each
      *          month. GLRPTLN.DAT is the reporting-line structure:
      *          one row per GL account naming its statement group
      *          and the heading (line number and text) it prints
      *          under; several accounts may share one heading. The
      *          groups and the subtotals between them are fixed:
      *            S sales, C cost of sales    - gross margin
      *            O overheads                 - net profit
      *            F fixed assets, A current assets,
      *            L current liabilities       - net current assets
      *            T long-term liabilities     - net assets
      *            E capital and reserves, with the profit and loss
      *              reserve (every P&L account to date) added in.
      *          The P&L prints the month and year to date against
      *          the same periods last year, income and costs shown
      *          as credits less debits; the balance sheet prints the
      *          position at the period end against a year before
      *          and either balances or states the difference, with
      *          any account missing from the structure listed as
      *          the likely cause. GLSTPARM.DAT supplies the YYYYMM
      *          period; with no parameter file it is the business
      *          date's month.
      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - Balance-sheet positions count from the opening rows
      *     GlYearEnd writes after a year on GLYECLOS.DAT is closed,
      *     not from the start of the ledger, so a closed year's
      *     balances are not counted twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlStmt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GlBalanceFile ASSIGN TO "GLBAL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlBalance-File-Status.

       SELECT GlRptLineFile ASSIGN TO "GLRPTLN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlRptLine-File-Status.

       SELECT GlStParmFile ASSIGN TO "GLSTPARM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlStParm-File-Status.

       SELECT GlYearClosedFile ASSIGN TO "GLYECLOS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlYearClosed-File-Status.

       SELECT GlStmtRep ASSIGN TO "GLSTMT.RPT"
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

       FD GlStParmFile.
       01 GlStParm-Rec.
           02  GlStParm-Period         PIC 9(6).

       FD GlYearClosedFile.
       01 GlYearClosed-Rec.
           88 EndOfGlYearClosedFile VALUE HIGH-VALUES.
           02  GYC-Year                PIC 9(4).

       FD GlStmtRep.
       01 GlStmt-Print-Line            PIC X(80).

       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-GlBalance-File-Status    PIC XX.
       01  WS-GlRptLine-File-Status    PIC XX.
       01  WS-GlStParm-File-Status     PIC XX.
       01  WS-GlYearClosed-File-Status PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

      * The fixed statement groups in print order, with their titles.
       01  Group-Code-Values            PIC X(8) VALUE "SCOFALTE".
       01  Group-Code-Table REDEFINES Group-Code-Values.
           02  Group-Code               PIC X OCCURS 8 TIMES.
       01  Group-Title-Values.
           02  FILLER                   PIC X(22) VALUE
               "SALES".
           02  FILLER                   PIC X(22) VALUE
               "COST OF SALES".
           02  FILLER                   PIC X(22) VALUE
               "OVERHEADS".
           02  FILLER                   PIC X(22) VALUE
               "FIXED ASSETS".
           02  FILLER                   PIC X(22) VALUE
               "CURRENT ASSETS".
           02  FILLER                   PIC X(22) VALUE
               "CURRENT LIABILITIES".
           02  FILLER                   PIC X(22) VALUE
               "LONG-TERM LIABILITIES".
           02  FILLER                   PIC X(22) VALUE
               "CAPITAL AND RESERVES".
       01  Group-Title-Table REDEFINES Group-Title-Values.
           02  Group-Title              PIC X(22) OCCURS 8 TIMES.
       01  Group-Idx                    PIC 9.
       01  Group-Scan-Idx               PIC 9.

      * Amount columns throughout: 1 this month, 2 same month last
      * year, 3 year to date, 4 last year to date, 5 position at the
      * period end, 6 position a year before - all debits less
      * credits until printed.
       01  Group-Total-Table.
           02  Group-Total-Entry OCCURS 8 TIMES.
               03  GRT-Amount           PIC S9(11)V99 OCCURS 6 TIMES.

       01  Rpt-Line-Map-Table.
           02  Rpt-Line-Map-Entry OCCURS 200 TIMES.
               03  RLM-Account          PIC X(6).
               03  RLM-Heading-Idx      PIC 9(3).
       01  Rpt-Line-Map-Count           PIC 9(3) VALUE ZEROS.
       01  RLM-Idx                      PIC 9(3).
       01  RLM-Found-Idx                PIC 9(3).

       01  Heading-Table.
           02  Heading-Entry OCCURS 100 TIMES.
               03  HDT-Group-Idx        PIC 9.
               03  HDT-Line             PIC 99.
               03  HDT-Heading          PIC X(20).
               03  HDT-Printed          PIC X.
               03  HDT-Amount           PIC S9(11)V99 OCCURS 6 TIMES.
       01  Heading-Count                PIC 9(3) VALUE ZEROS.
       01  HDT-Idx                      PIC 9(3).
       01  HDT-Found-Idx                PIC 9(3).
       01  HDT-Next-Idx                 PIC 9(3).

      * Ledger accounts with no reporting line: they cannot print,
      * so they are listed under the balance sheet instead.
       01  Unmapped-Table.
           02  Unmapped-Entry OCCURS 50 TIMES.
               03  UMT-Account          PIC X(6).
               03  UMT-Amount           PIC S9(11)V99 OCCURS 2 TIMES.
       01  Unmapped-Count               PIC 9(2) VALUE ZEROS.
       01  UMT-Idx                      PIC 9(2).
       01  UMT-Found-Idx                PIC 9(2).

       01  Report-Period                PIC 9(6).
       01  Report-Period-Fields REDEFINES Report-Period.
           02  RPP-Year                 PIC 9(4).
           02  RPP-Month                PIC 99.
       01  Last-Year-Period             PIC 9(6).
       01  Ytd-Start-Period             PIC 9(6).
       01  Last-Ytd-Start-Period        PIC 9(6).
      * A balance-sheet position counts from the opening rows of the
      * year after the latest close before it, or from the start of
      * the ledger when no earlier year has been closed.
       01  Base-Start-Period            PIC 9(6) VALUE ZEROS.
       01  Last-Base-Start-Period       PIC 9(6) VALUE ZEROS.
       01  Latest-Close                 PIC 9(4) VALUE ZEROS.
       01  Last-Latest-Close            PIC 9(4) VALUE ZEROS.

       01  Row-Movement                 PIC S9(11)V99.
       01  Row-Amount-Table.
           02  Row-Amount               PIC S9(11)V99 OCCURS 6 TIMES.
       01  Amt-Idx                      PIC 9.

       01  Print-Label                  PIC X(30).
       01  Print-Sign                   PIC S9.
       01  Print-Amount-Table.
           02  Print-Amount             PIC S9(11)V99 OCCURS 6 TIMES.
       01  Profit-Reserve-Table.
           02  Profit-Reserve           PIC S9(11)V99 OCCURS 6 TIMES.
       01  Capital-Total-Table.
           02  Capital-Total            PIC S9(11)V99 OCCURS 6 TIMES.
       01  Balance-Difference-Table.
           02  Balance-Difference       PIC S9(11)V99 OCCURS 2 TIMES.

       01  Stmt-Blank-Line              PIC X(80) VALUE SPACES.

       01  Pl-Heading-Line              PIC X(46) VALUE
           "        PROFIT AND LOSS ACCOUNT".

       01  Bs-Heading-Line              PIC X(46) VALUE
           "        BALANCE SHEET".

       01  Stmt-Period-Line.
           02  FILLER                   PIC X(10) VALUE " PERIOD : ".
           02  Prn-Report-Period        PIC 9(6).

       01  Pl-Topic-Line.
           02  FILLER                   PIC X(35) VALUE
               "                         THIS MONTH".
           02  FILLER                   PIC X(42) VALUE
               "     LAST YEAR  YEAR TO DATE  LAST YEAR TD".

       01  Pl-Detail-Line.
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Pl-Label             PIC X(20).
           02  Prn-Pl-Amount OCCURS 4 TIMES.
               03  FILLER               PIC X(1).
               03  Prn-Pl-Value         PIC Z,ZZZ,ZZ9.99-.

       01  Bs-Topic-Line.
           02  FILLER                   PIC X(37) VALUE SPACES.
           02  FILLER                   PIC X(24) VALUE
               "THIS YEAR      LAST YEAR".

       01  Bs-Detail-Line.
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Bs-Label             PIC X(30).
           02  Prn-Bs-Amount OCCURS 2 TIMES.
               03  FILLER               PIC X(1).
               03  Prn-Bs-Value         PIC ZZ,ZZZ,ZZ9.99-.

       01  Bs-Balanced-Line             PIC X(46) VALUE
           " THE BALANCE SHEET BALANCES".

       01  Unmapped-Topic-Line          PIC X(60) VALUE
           " ACCOUNTS WITH NO REPORTING LINE ON GLRPTLN.DAT".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-RUN-PARAMETERS.
           PERFORM 1050-LOAD-CLOSED-YEARS.
           PERFORM 1100-LOAD-REPORTING-LINES.
           PERFORM 1200-ACCUMULATE-GL-BALANCES.
           OPEN OUTPUT GlStmtRep.
           PERFORM 3000-PRINT-PROFIT-AND-LOSS.
           PERFORM 4000-PRINT-BALANCE-SHEET.
           CLOSE GlStmtRep.
           DISPLAY "STATEMENTS PRINTED FOR PERIOD " Report-Period.
           IF Balance-Difference(1) NOT = ZEROS
               DISPLAY "WARNING: BALANCE SHEET OUT OF BALANCE BY "
                   Balance-Difference(1)
           END-IF.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-RUN-PARAMETERS.
           COMPUTE Report-Period = Business-Date / 100.
           OPEN INPUT GlStParmFile.
           IF WS-GlStParm-File-Status = "00"
               READ GlStParmFile
                   NOT AT END
                       IF GlStParm-Period IS NUMERIC
                           AND GlStParm-Period > ZEROS
                           MOVE GlStParm-Period TO Report-Period
                       END-IF
               END-READ
               CLOSE GlStParmFile
           END-IF.
           COMPUTE Last-Year-Period = Report-Period - 100.
           COMPUTE Ytd-Start-Period = RPP-Year * 100 + 1.
           COMPUTE Last-Ytd-Start-Period = Ytd-Start-Period - 100.

       1050-LOAD-CLOSED-YEARS.
           OPEN INPUT GlYearClosedFile.
           IF WS-GlYearClosed-File-Status = "00"
               READ GlYearClosedFile
                   AT END SET EndOfGlYearClosedFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGlYearClosedFile
                   IF GYC-Year < RPP-Year
                       AND GYC-Year > Latest-Close
                       MOVE GYC-Year TO Latest-Close
                   END-IF
                   IF GYC-Year < RPP-Year - 1
                       AND GYC-Year > Last-Latest-Close
                       MOVE GYC-Year TO Last-Latest-Close
                   END-IF
                   READ GlYearClosedFile
                       AT END SET EndOfGlYearClosedFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GlYearClosedFile
           END-IF.
           IF Latest-Close > ZEROS
               COMPUTE Base-Start-Period = (Latest-Close + 1) * 100 + 1
           END-IF.
           IF Last-Latest-Close > ZEROS
               COMPUTE Last-Base-Start-Period =
                   (Last-Latest-Close + 1) * 100 + 1
           END-IF.

      * Rows naming an unknown group are refused, so a typing slip
      * in the structure shows as an unmapped account, not as a
      * figure printed under the wrong heading.
       1100-LOAD-REPORTING-LINES.
           OPEN INPUT GlRptLineFile.
           IF WS-GlRptLine-File-Status = "00"
               READ GlRptLineFile
                   AT END SET EndOfGlRptLineFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGlRptLineFile
                   MOVE ZEROS TO Group-Idx
                   PERFORM VARYING Group-Scan-Idx FROM 1 BY 1
                       UNTIL Group-Scan-Idx > 8
                       IF Group-Code(Group-Scan-Idx) = RptLn-Group
                           MOVE Group-Scan-Idx TO Group-Idx
                       END-IF
                   END-PERFORM
                   IF Group-Idx = ZEROS
                       DISPLAY "WARNING: GLRPTLN.DAT ACCOUNT "
                           RptLn-Account " HAS UNKNOWN GROUP "
                           RptLn-Group
                   ELSE
                       PERFORM 1150-MAP-ACCOUNT-TO-HEADING
                   END-IF
                   READ GlRptLineFile
                       AT END SET EndOfGlRptLineFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GlRptLineFile
           ELSE
               DISPLAY "WARNING: GLRPTLN.DAT NOT AVAILABLE - EVERY "
                   "ACCOUNT IS UNMAPPED"
           END-IF.

       1150-MAP-ACCOUNT-TO-HEADING.
           MOVE ZEROS TO HDT-Found-Idx.
           PERFORM VARYING HDT-Idx FROM 1 BY 1
               UNTIL HDT-Idx > Heading-Count
               IF HDT-Group-Idx(HDT-Idx) = Group-Idx
                   AND HDT-Line(HDT-Idx) = RptLn-Line
                   MOVE HDT-Idx TO HDT-Found-Idx
               END-IF
           END-PERFORM.
           IF HDT-Found-Idx = ZEROS
               IF Heading-Count < 100
                   ADD 1 TO Heading-Count
                   MOVE Heading-Count TO HDT-Found-Idx
                   MOVE Group-Idx TO HDT-Group-Idx(HDT-Found-Idx)
                   MOVE RptLn-Line TO HDT-Line(HDT-Found-Idx)
                   MOVE RptLn-Heading TO HDT-Heading(HDT-Found-Idx)
                   MOVE "N" TO HDT-Printed(HDT-Found-Idx)
                   PERFORM VARYING Amt-Idx FROM 1 BY 1
                       UNTIL Amt-Idx > 6
                       MOVE ZEROS TO HDT-Amount(HDT-Found-Idx, Amt-Idx)
                   END-PERFORM
               ELSE
                   DISPLAY "WARNING: HEADING TABLE FULL - "
                       RptLn-Heading " NOT PRINTED"
               END-IF
           END-IF.
           IF HDT-Found-Idx > ZEROS
               IF Rpt-Line-Map-Count < 200
                   ADD 1 TO Rpt-Line-Map-Count
                   MOVE RptLn-Account
                       TO RLM-Account(Rpt-Line-Map-Count)
                   MOVE HDT-Found-Idx
                       TO RLM-Heading-Idx(Rpt-Line-Map-Count)
               ELSE
                   DISPLAY "WARNING: REPORTING LINE TABLE FULL - "
                       RptLn-Account " UNMAPPED"
               END-IF
           END-IF.

       1200-ACCUMULATE-GL-BALANCES.
           PERFORM VARYING Group-Idx FROM 1 BY 1
               UNTIL Group-Idx > 8
               PERFORM VARYING Amt-Idx FROM 1 BY 1
                   UNTIL Amt-Idx > 6
                   MOVE ZEROS TO GRT-Amount(Group-Idx, Amt-Idx)
               END-PERFORM
           END-PERFORM.
           OPEN INPUT GlBalanceFile.
           IF WS-GlBalance-File-Status = "00"
               READ GlBalanceFile
                   AT END SET EndOfGlBalanceFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGlBalanceFile
                   IF GLB-Period <= Report-Period
                       PERFORM 1250-ACCUMULATE-ONE-BALANCE
                   END-IF
                   READ GlBalanceFile
                       AT END SET EndOfGlBalanceFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GlBalanceFile
           ELSE
               DISPLAY "WARNING: GLBAL.DAT NOT AVAILABLE - "
                   "STATEMENTS WILL BE EMPTY"
           END-IF.

      * One balance row lands in whichever columns its period falls
      * in, then in its heading and its group.
       1250-ACCUMULATE-ONE-BALANCE.
           COMPUTE Row-Movement = GLB-Debits - GLB-Credits.
           PERFORM VARYING Amt-Idx FROM 1 BY 1 UNTIL Amt-Idx > 6
               MOVE ZEROS TO Row-Amount(Amt-Idx)
           END-PERFORM.
           IF GLB-Period = Report-Period
               MOVE Row-Movement TO Row-Amount(1)
           END-IF.
           IF GLB-Period = Last-Year-Period
               MOVE Row-Movement TO Row-Amount(2)
           END-IF.
           IF GLB-Period >= Ytd-Start-Period
               MOVE Row-Movement TO Row-Amount(3)
           END-IF.
           IF GLB-Period >= Last-Ytd-Start-Period
               AND GLB-Period <= Last-Year-Period
               MOVE Row-Movement TO Row-Amount(4)
           END-IF.
           IF GLB-Period >= Base-Start-Period
               MOVE Row-Movement TO Row-Amount(5)
           END-IF.
           IF GLB-Period >= Last-Base-Start-Period
               AND GLB-Period <= Last-Year-Period
               MOVE Row-Movement TO Row-Amount(6)
           END-IF.
           MOVE ZEROS TO RLM-Found-Idx.
           PERFORM VARYING RLM-Idx FROM 1 BY 1
               UNTIL RLM-Idx > Rpt-Line-Map-Count
               IF RLM-Account(RLM-Idx) = GLB-Account
                   MOVE RLM-Idx TO RLM-Found-Idx
               END-IF
           END-PERFORM.
           IF RLM-Found-Idx = ZEROS
               PERFORM 1300-NOTE-UNMAPPED-ACCOUNT
           ELSE
               MOVE RLM-Heading-Idx(RLM-Found-Idx) TO HDT-Idx
               MOVE HDT-Group-Idx(HDT-Idx) TO Group-Idx
               PERFORM VARYING Amt-Idx FROM 1 BY 1 UNTIL Amt-Idx > 6
                   ADD Row-Amount(Amt-Idx)
                       TO HDT-Amount(HDT-Idx, Amt-Idx)
                   ADD Row-Amount(Amt-Idx)
                       TO GRT-Amount(Group-Idx, Amt-Idx)
               END-PERFORM
           END-IF.

       1300-NOTE-UNMAPPED-ACCOUNT.
           MOVE ZEROS TO UMT-Found-Idx.
           PERFORM VARYING UMT-Idx FROM 1 BY 1
               UNTIL UMT-Idx > Unmapped-Count
               IF UMT-Account(UMT-Idx) = GLB-Account
                   MOVE UMT-Idx TO UMT-Found-Idx
               END-IF
           END-PERFORM.
           IF UMT-Found-Idx = ZEROS
               IF Unmapped-Count < 50
                   ADD 1 TO Unmapped-Count
                   MOVE Unmapped-Count TO UMT-Found-Idx
                   MOVE GLB-Account TO UMT-Account(UMT-Found-Idx)
                   MOVE ZEROS TO UMT-Amount(UMT-Found-Idx, 1)
                   MOVE ZEROS TO UMT-Amount(UMT-Found-Idx, 2)
               ELSE
                   DISPLAY "WARNING: UNMAPPED ACCOUNT TABLE FULL - "
                       GLB-Account " NOT LISTED"
               END-IF
           END-IF.
           IF UMT-Found-Idx > ZEROS
               ADD Row-Amount(5) TO UMT-Amount(UMT-Found-Idx, 1)
               ADD Row-Amount(6) TO UMT-Amount(UMT-Found-Idx, 2)
           END-IF.

      * Income and costs print as credits less debits, so sales and
      * profit read positive and costs negative.
       3000-PRINT-PROFIT-AND-LOSS.
           WRITE GlStmt-Print-Line FROM Pl-Heading-Line
           AFTER ADVANCING 1 LINE.
           MOVE Report-Period TO Prn-Report-Period.
           WRITE GlStmt-Print-Line FROM Stmt-Period-Line
           AFTER ADVANCING 1 LINE.
           WRITE GlStmt-Print-Line FROM Pl-Topic-Line
           AFTER ADVANCING 2 LINES.
           MOVE -1 TO Print-Sign.
           MOVE 1 TO Group-Idx.
           PERFORM 3100-PRINT-PL-GROUP.
           MOVE 2 TO Group-Idx.
           PERFORM 3100-PRINT-PL-GROUP.
           MOVE "GROSS MARGIN" TO Print-Label.
           PERFORM VARYING Amt-Idx FROM 1 BY 1 UNTIL Amt-Idx > 6
               COMPUTE Print-Amount(Amt-Idx) =
                   GRT-Amount(1, Amt-Idx) + GRT-Amount(2, Amt-Idx)
           END-PERFORM.
           WRITE GlStmt-Print-Line FROM Stmt-Blank-Line
           AFTER ADVANCING 1 LINE.
           PERFORM 3300-PRINT-PL-LINE.
           MOVE 3 TO Group-Idx.
           PERFORM 3100-PRINT-PL-GROUP.
           MOVE "NET PROFIT" TO Print-Label.
           PERFORM VARYING Amt-Idx FROM 1 BY 1 UNTIL Amt-Idx > 6
               COMPUTE Print-Amount(Amt-Idx) =
                   GRT-Amount(1, Amt-Idx) + GRT-Amount(2, Amt-Idx)
                   + GRT-Amount(3, Amt-Idx)
               MOVE Print-Amount(Amt-Idx) TO Profit-Reserve(Amt-Idx)
           END-PERFORM.
           WRITE GlStmt-Print-Line FROM Stmt-Blank-Line
           AFTER ADVANCING 1 LINE.
           PERFORM 3300-PRINT-PL-LINE.

       3100-PRINT-PL-GROUP.
           MOVE Group-Title(Group-Idx) TO Print-Label.
           MOVE SPACES TO Pl-Detail-Line.
           MOVE Print-Label TO Prn-Pl-Label.
           WRITE GlStmt-Print-Line FROM Pl-Detail-Line
           AFTER ADVANCING 2 LINES.
           PERFORM 3200-FIND-NEXT-HEADING.
           PERFORM UNTIL HDT-Next-Idx = ZEROS
               MOVE HDT-Heading(HDT-Next-Idx) TO Print-Label
               PERFORM VARYING Amt-Idx FROM 1 BY 1 UNTIL Amt-Idx > 6
                   MOVE HDT-Amount(HDT-Next-Idx, Amt-Idx)
                       TO Print-Amount(Amt-Idx)
               END-PERFORM
               PERFORM 3300-PRINT-PL-LINE
               PERFORM 3200-FIND-NEXT-HEADING
           END-PERFORM.
           MOVE SPACES TO Print-Label.
           STRING "TOTAL " Group-Title(Group-Idx)
               DELIMITED BY SIZE INTO Print-Label.
           PERFORM VARYING Amt-Idx FROM 1 BY 1 UNTIL Amt-Idx > 6
               MOVE GRT-Amount(Group-Idx, Amt-Idx)
                   TO Print-Amount(Amt-Idx)
           END-PERFORM.
           PERFORM 3300-PRINT-PL-LINE.

      * Headings in a group print in line-number order, lowest
      * unprinted first.
       3200-FIND-NEXT-HEADING.
           MOVE ZEROS TO HDT-Next-Idx.
           PERFORM VARYING HDT-Idx FROM 1 BY 1
               UNTIL HDT-Idx > Heading-Count
               IF HDT-Group-Idx(HDT-Idx) = Group-Idx
                   AND HDT-Printed(HDT-Idx) NOT = "Y"
                   IF HDT-Next-Idx = ZEROS
                       MOVE HDT-Idx TO HDT-Next-Idx
                   ELSE
                       IF HDT-Line(HDT-Idx) < HDT-Line(HDT-Next-Idx)
                           MOVE HDT-Idx TO HDT-Next-Idx
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF HDT-Next-Idx > ZEROS
               MOVE "Y" TO HDT-Printed(HDT-Next-Idx)
           END-IF.

       3300-PRINT-PL-LINE.
           MOVE SPACES TO Pl-Detail-Line.
           MOVE Print-Label TO Prn-Pl-Label.
           PERFORM VARYING Amt-Idx FROM 1 BY 1 UNTIL Amt-Idx > 4
               COMPUTE Prn-Pl-Value(Amt-Idx) =
                   Print-Amount(Amt-Idx) * Print-Sign
           END-PERFORM.
           WRITE GlStmt-Print-Line FROM Pl-Detail-Line
           AFTER ADVANCING 1 LINE.

      * Assets and liabilities print as debits less credits, so
      * net assets read positive; capital and reserves print as
      * credits less debits. Balanced, the two totals are equal.
       4000-PRINT-BALANCE-SHEET.
           WRITE GlStmt-Print-Line FROM Bs-Heading-Line
           AFTER ADVANCING PAGE.
           MOVE Report-Period TO Prn-Report-Period.
           WRITE GlStmt-Print-Line FROM Stmt-Period-Line
           AFTER ADVANCING 1 LINE.
           WRITE GlStmt-Print-Line FROM Bs-Topic-Line
           AFTER ADVANCING 2 LINES.
           MOVE 1 TO Print-Sign.
           MOVE 4 TO Group-Idx.
           PERFORM 4100-PRINT-BS-GROUP.
           MOVE 5 TO Group-Idx.
           PERFORM 4100-PRINT-BS-GROUP.
           MOVE 6 TO Group-Idx.
           PERFORM 4100-PRINT-BS-GROUP.
           MOVE "NET CURRENT ASSETS" TO Print-Label.
           PERFORM VARYING Amt-Idx FROM 5 BY 1 UNTIL Amt-Idx > 6
               COMPUTE Print-Amount(Amt-Idx) =
                   GRT-Amount(5, Amt-Idx) + GRT-Amount(6, Amt-Idx)
           END-PERFORM.
           WRITE GlStmt-Print-Line FROM Stmt-Blank-Line
           AFTER ADVANCING 1 LINE.
           PERFORM 4300-PRINT-BS-LINE.
           MOVE 7 TO Group-Idx.
           PERFORM 4100-PRINT-BS-GROUP.
           MOVE "NET ASSETS" TO Print-Label.
           PERFORM VARYING Amt-Idx FROM 5 BY 1 UNTIL Amt-Idx > 6
               COMPUTE Print-Amount(Amt-Idx) =
                   GRT-Amount(4, Amt-Idx) + GRT-Amount(5, Amt-Idx)
                   + GRT-Amount(6, Amt-Idx) + GRT-Amount(7, Amt-Idx)
               MOVE Print-Amount(Amt-Idx)
                   TO Balance-Difference(Amt-Idx - 4)
           END-PERFORM.
           WRITE GlStmt-Print-Line FROM Stmt-Blank-Line
           AFTER ADVANCING 1 LINE.
           PERFORM 4300-PRINT-BS-LINE.

           MOVE -1 TO Print-Sign.
           MOVE 8 TO Group-Idx.
           PERFORM 4100-PRINT-BS-GROUP.
           MOVE "PROFIT AND LOSS RESERVE" TO Print-Label.
           PERFORM VARYING Amt-Idx FROM 5 BY 1 UNTIL Amt-Idx > 6
               MOVE Profit-Reserve(Amt-Idx) TO Print-Amount(Amt-Idx)
           END-PERFORM.
           PERFORM 4300-PRINT-BS-LINE.
           MOVE "TOTAL CAPITAL AND RESERVES" TO Print-Label.
           PERFORM VARYING Amt-Idx FROM 5 BY 1 UNTIL Amt-Idx > 6
               COMPUTE Capital-Total(Amt-Idx) =
                   GRT-Amount(8, Amt-Idx) + Profit-Reserve(Amt-Idx)
               MOVE Capital-Total(Amt-Idx) TO Print-Amount(Amt-Idx)
               COMPUTE Balance-Difference(Amt-Idx - 4) =
                   Balance-Difference(Amt-Idx - 4)
                   + Capital-Total(Amt-Idx)
           END-PERFORM.
           WRITE GlStmt-Print-Line FROM Stmt-Blank-Line
           AFTER ADVANCING 1 LINE.
           PERFORM 4300-PRINT-BS-LINE.

           IF Balance-Difference(1) = ZEROS
               AND Balance-Difference(2) = ZEROS
               WRITE GlStmt-Print-Line FROM Bs-Balanced-Line
               AFTER ADVANCING 2 LINES
           ELSE
               MOVE 1 TO Print-Sign
               MOVE "OUT OF BALANCE BY" TO Print-Label
               MOVE Balance-Difference(1) TO Print-Amount(5)
               MOVE Balance-Difference(2) TO Print-Amount(6)
               WRITE GlStmt-Print-Line FROM Stmt-Blank-Line
               AFTER ADVANCING 1 LINE
               PERFORM 4300-PRINT-BS-LINE
           END-IF.
           IF Unmapped-Count > ZEROS
               PERFORM 4400-PRINT-UNMAPPED-ACCOUNTS
           END-IF.

       4100-PRINT-BS-GROUP.
           MOVE SPACES TO Bs-Detail-Line.
           MOVE Group-Title(Group-Idx) TO Prn-Bs-Label.
           WRITE GlStmt-Print-Line FROM Bs-Detail-Line
           AFTER ADVANCING 2 LINES.
           PERFORM 3200-FIND-NEXT-HEADING.
           PERFORM UNTIL HDT-Next-Idx = ZEROS
               MOVE HDT-Heading(HDT-Next-Idx) TO Print-Label
               PERFORM VARYING Amt-Idx FROM 5 BY 1 UNTIL Amt-Idx > 6
                   MOVE HDT-Amount(HDT-Next-Idx, Amt-Idx)
                       TO Print-Amount(Amt-Idx)
               END-PERFORM
               PERFORM 4300-PRINT-BS-LINE
               PERFORM 3200-FIND-NEXT-HEADING
           END-PERFORM.
           MOVE SPACES TO Print-Label.
           STRING "TOTAL " Group-Title(Group-Idx)
               DELIMITED BY SIZE INTO Print-Label.
           PERFORM VARYING Amt-Idx FROM 5 BY 1 UNTIL Amt-Idx > 6
               MOVE GRT-Amount(Group-Idx, Amt-Idx)
                   TO Print-Amount(Amt-Idx)
           END-PERFORM.
           PERFORM 4300-PRINT-BS-LINE.

       4300-PRINT-BS-LINE.
           MOVE SPACES TO Bs-Detail-Line.
           MOVE Print-Label TO Prn-Bs-Label.
           COMPUTE Prn-Bs-Value(1) = Print-Amount(5) * Print-Sign.
           COMPUTE Prn-Bs-Value(2) = Print-Amount(6) * Print-Sign.
           WRITE GlStmt-Print-Line FROM Bs-Detail-Line
           AFTER ADVANCING 1 LINE.

       4400-PRINT-UNMAPPED-ACCOUNTS.
           WRITE GlStmt-Print-Line FROM Unmapped-Topic-Line
           AFTER ADVANCING 2 LINES.
           MOVE 1 TO Print-Sign.
           PERFORM VARYING UMT-Idx FROM 1 BY 1
               UNTIL UMT-Idx > Unmapped-Count
               MOVE SPACES TO Print-Label
               MOVE UMT-Account(UMT-Idx) TO Print-Label
               MOVE UMT-Amount(UMT-Idx, 1) TO Print-Amount(5)
               MOVE UMT-Amount(UMT-Idx, 2) TO Print-Amount(6)
               PERFORM 4300-PRINT-BS-LINE
           END-PERFORM.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="GLSTMT"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM GlStmt.
