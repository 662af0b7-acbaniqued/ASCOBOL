      ******************************************************************
      * Author:
      * Date:
      * Purpose: Add/change/delete transaction against GLBUDGET.DAT,
      *          the general-ledger budget by GLMAP.DAT account and
      *          YYYYMM period that GlBudRpt measures GLBAL.DAT
      *          actuals against. Amounts carry the ledger's own sign
      *          - debits less credits, so an income budget is keyed
      *          negative - and every account must be one GLMAP.DAT
      *          knows. The (B)ulk transaction loads the annual budget
      *          template GLBUDTPL.DAT, one account per line with its
      *          twelve monthly figures, replacing any rows already
      *          held for those periods; lines that fail validation
      *          land on GLBUDREJ.DAT with the reason. BUDGET.DAT,
      *          the sales targets BudgetMaint keeps, is a different
      *          file and is not touched here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlBudMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GlBudgetFile ASSIGN TO "GLBUDGET.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlBudget-File-Status.

       SELECT GlMapFile ASSIGN TO "GLMAP.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlMap-File-Status.

      * The annual template the accountant prepares: left in place
      * after a load, so a corrected template can simply be re-run.
       SELECT GlBudTemplateFile ASSIGN TO "GLBUDTPL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlBudTemplate-File-Status.

       SELECT GlBudRejectFile ASSIGN TO "GLBUDREJ.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlBudReject-File-Status.
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "RUNLOCKFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD GlBudgetFile.
       01 GlBudget-Rec.
           88 EndOfGlBudgetFile     VALUE HIGH-VALUES.
           02  GlBud-Account            PIC X(6).
           02  FILLER                   PIC X.
           02  GlBud-Period             PIC 9(6).
           02  FILLER                   PIC X.
           02  GlBud-Amount             PIC S9(11)V99
               SIGN IS TRAILING SEPARATE.

       FD GlMapFile.
       01 GlMap-Rec.
           88 EndOfGlMapFile        VALUE HIGH-VALUES.
           02  GlMap-Source             PIC X(8).
           02  FILLER                   PIC X.
           02  GlMap-Debit-Account      PIC X(6).
           02  FILLER                   PIC X.
           02  GlMap-Credit-Account     PIC X(6).

       FD GlBudTemplateFile.
       01 GlBudTemplate-Rec.
           88 EndOfGlBudTemplateFile VALUE HIGH-VALUES.
           02  GBTpl-Account            PIC X(6).
           02  FILLER                   PIC X.
           02  GBTpl-Year               PIC 9(4).
           02  GBTpl-Month-Entry OCCURS 12 TIMES.
               03  FILLER               PIC X.
               03  GBTpl-Month-Amount   PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE.

       FD GlBudRejectFile.
       01 GlBudReject-Rec.
           02  GlBudRej-Image           PIC X(191).
           02  FILLER                   PIC X.
           02  GlBudRej-Reason          PIC X(30).

       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "RUNLOCKFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-GlBudget-File-Status      PIC XX.
       01  WS-GlMap-File-Status         PIC XX.
       01  WS-GlBudTemplate-File-Status PIC XX.
       01  WS-GlBudReject-File-Status   PIC XX.
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "RUNLOCKWS.CPY".

      * Accounts the GLMAP.DAT mapping knows about - the chart of
      * accounts, gathered the way GlPost gathers it.
       01  Known-Account-Table.
           02  Known-Account            PIC X(6) OCCURS 100 TIMES.
       01  Known-Account-Count          PIC 9(3) VALUE ZEROS.
       01  KAT-Idx                      PIC 9(3).
       01  Account-Known-Switch         PIC X.
           88 Account-Is-Known          VALUE "Y".
       01  Check-Account                PIC X(6).

      * The whole file held in a table, edited in place, and
      * rewritten in full - the same idiom BudgetMaint uses.
       01  Gl-Budget-Table.
           02  Gl-Budget-Entry OCCURS 3000 TIMES.
               03  GBM-Account          PIC X(6).
               03  GBM-Period           PIC 9(6).
               03  GBM-Amount           PIC S9(11)V99.
               03  GBM-In-Use           PIC X VALUE "N".
                   88 GBM-Is-In-Use     VALUE "Y".

       01  Gl-Budget-Count              PIC 9(4) VALUE ZEROS.
       01  Load-Overflow-Switch         PIC X VALUE "N".
           88 Load-Overflowed           VALUE "Y".
       01  GBM-Idx                      PIC 9(4).

       01  WS-Transaction-Code          PIC X.
           88 Txn-Add                   VALUE "A", "a".
           88 Txn-Change                VALUE "C", "c".
           88 Txn-Delete                VALUE "D", "d".
           88 Txn-List                  VALUE "L", "l".
           88 Txn-Bulk-Load             VALUE "B", "b".
           88 Txn-Quit                  VALUE "Q", "q".

       01  WS-Entry-Account             PIC X(6).
       01  WS-Entry-Period              PIC 9(6).
       01  WS-Entry-Period-Fields REDEFINES WS-Entry-Period.
           02  WS-Entry-Year            PIC 9(4).
           02  WS-Entry-Month           PIC 99.
       01  WS-Entry-Amount              PIC S9(11)V99.
       01  WS-Found-Idx                 PIC 9(4) VALUE ZEROS.
       01  WS-Scan-Idx                  PIC 9(4).
       01  WS-Found-Switch              PIC X VALUE "N".
           88 WS-Entry-Found            VALUE "Y".

       01  Template-Month-Idx           PIC 99.
       01  Template-Reject-Reason       PIC X(30).
       01  Template-Lines-Loaded        PIC 9(4) VALUE ZEROS.
       01  Template-Lines-Rejected      PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
           MOVE Operator-ID TO Lock-My-Operator.
           MOVE "GLBUDGET.LCK" TO Lock-File-Name.
           PERFORM Acquire-Run-Lock.
           IF NOT Run-Lock-Held
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           PERFORM 1000-LOAD-KNOWN-ACCOUNTS.
           PERFORM 1100-LOAD-GL-BUDGETS.
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL Txn-Quit.
           PERFORM 3000-REWRITE-GL-BUDGETS.
           PERFORM Release-Run-Lock.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-KNOWN-ACCOUNTS.
           OPEN INPUT GlMapFile.
           IF WS-GlMap-File-Status = "00"
               READ GlMapFile
                   AT END SET EndOfGlMapFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGlMapFile
                   MOVE GlMap-Debit-Account TO Check-Account
                   PERFORM 1050-NOTE-KNOWN-ACCOUNT
                   MOVE GlMap-Credit-Account TO Check-Account
                   PERFORM 1050-NOTE-KNOWN-ACCOUNT
                   READ GlMapFile
                       AT END SET EndOfGlMapFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GlMapFile
           ELSE
               DISPLAY "WARNING: GLMAP.DAT NOT AVAILABLE - NO "
                   "ACCOUNT CAN BE BUDGETED"
           END-IF.

       1050-NOTE-KNOWN-ACCOUNT.
           PERFORM 2150-CHECK-ACCOUNT-KNOWN.
           IF NOT Account-Is-Known
               AND Known-Account-Count < 100
               ADD 1 TO Known-Account-Count
               MOVE Check-Account
                   TO Known-Account(Known-Account-Count)
           END-IF.

       1100-LOAD-GL-BUDGETS.
           OPEN INPUT GlBudgetFile.
           IF WS-GlBudget-File-Status = "00"
               READ GlBudgetFile
                   AT END SET EndOfGlBudgetFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGlBudgetFile
                   IF Gl-Budget-Count < 3000
                       ADD 1 TO Gl-Budget-Count
                       MOVE GlBud-Account
                           TO GBM-Account(Gl-Budget-Count)
                       MOVE GlBud-Period
                           TO GBM-Period(Gl-Budget-Count)
                       MOVE GlBud-Amount
                           TO GBM-Amount(Gl-Budget-Count)
                       MOVE "Y" TO GBM-In-Use(Gl-Budget-Count)
                   ELSE
                       SET Load-Overflowed TO TRUE
                       DISPLAY "WARNING: GLBUDGET.DAT TABLE FULL - "
                           "ENTRY SKIPPED"
                   END-IF
                   READ GlBudgetFile
                       AT END SET EndOfGlBudgetFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GlBudgetFile
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           DISPLAY "GL BUDGET MAINTENANCE - (A)DD (C)HANGE (D)ELETE "
               "(L)IST (B)ULK LOAD (Q)UIT".
           ACCEPT WS-Transaction-Code.

           IF Txn-Add OR Txn-Change OR Txn-Delete
               DISPLAY "GL ACCOUNT"
               ACCEPT WS-Entry-Account
               DISPLAY "BUDGET PERIOD (YYYYMM)"
               ACCEPT WS-Entry-Period
               MOVE WS-Entry-Account TO Check-Account
               PERFORM 2150-CHECK-ACCOUNT-KNOWN
               EVALUATE TRUE
                   WHEN NOT Account-Is-Known
                       DISPLAY "ACCOUNT NOT ON GLMAP.DAT"
                   WHEN WS-Entry-Month < 1 OR WS-Entry-Month > 12
                       DISPLAY "PERIOD MONTH MUST BE 01 TO 12"
                   WHEN OTHER
                       PERFORM 2100-FIND-BUDGET-ENTRY
                       PERFORM 2200-APPLY-TRANSACTION
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN Txn-List
                       PERFORM 2600-LIST-BUDGETS
                   WHEN Txn-Bulk-Load
                       PERFORM 2700-BULK-LOAD-TEMPLATE
                   WHEN Txn-Quit
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID TRANSACTION CODE"
               END-EVALUATE
           END-IF.

       2100-FIND-BUDGET-ENTRY.
           MOVE "N" TO WS-Found-Switch.
           MOVE ZEROS TO WS-Found-Idx.
           PERFORM VARYING WS-Scan-Idx FROM 1 BY 1
               UNTIL WS-Scan-Idx > Gl-Budget-Count
               OR WS-Entry-Found
               IF GBM-In-Use(WS-Scan-Idx) = "Y"
                   AND GBM-Account(WS-Scan-Idx) = WS-Entry-Account
                   AND GBM-Period(WS-Scan-Idx) = WS-Entry-Period
                   SET WS-Entry-Found TO TRUE
                   MOVE WS-Scan-Idx TO WS-Found-Idx
               END-IF
           END-PERFORM.

       2150-CHECK-ACCOUNT-KNOWN.
           MOVE "N" TO Account-Known-Switch.
           PERFORM VARYING KAT-Idx FROM 1 BY 1
               UNTIL KAT-Idx > Known-Account-Count
               IF Known-Account(KAT-Idx) = Check-Account
                   SET Account-Is-Known TO TRUE
               END-IF
           END-PERFORM.

       2200-APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN Txn-Add
                   IF WS-Entry-Found
                       DISPLAY "BUDGET ALREADY ON FILE - USE CHANGE"
                   ELSE
                       DISPLAY "BUDGET AMOUNT, DEBIT LESS CREDIT "
                           "(-NNNNNNNNNNN.NN)"
                       ACCEPT WS-Entry-Amount
                       PERFORM 2300-ADD-BUDGET-ROW
                   END-IF
               WHEN Txn-Change
                   IF NOT WS-Entry-Found
                       DISPLAY "BUDGET NOT ON FILE - USE ADD"
                   ELSE
                       DISPLAY "BUDGET AMOUNT, DEBIT LESS CREDIT "
                           "(-NNNNNNNNNNN.NN)"
                       ACCEPT WS-Entry-Amount
                       MOVE WS-Entry-Amount
                           TO GBM-Amount(WS-Found-Idx)
                   END-IF
               WHEN Txn-Delete
                   IF NOT WS-Entry-Found
                       DISPLAY "BUDGET NOT ON FILE"
                   ELSE
                       MOVE "N" TO GBM-In-Use(WS-Found-Idx)
                   END-IF
           END-EVALUATE.

      * Reuses a deleted slot before growing the table.
       2300-ADD-BUDGET-ROW.
           MOVE ZEROS TO WS-Found-Idx.
           PERFORM VARYING WS-Scan-Idx FROM 1 BY 1
               UNTIL WS-Scan-Idx > Gl-Budget-Count
               OR WS-Found-Idx > ZERO
               IF GBM-In-Use(WS-Scan-Idx) = "N"
                   MOVE WS-Scan-Idx TO WS-Found-Idx
               END-IF
           END-PERFORM.
           IF WS-Found-Idx = ZERO
               IF Gl-Budget-Count < 3000
                   ADD 1 TO Gl-Budget-Count
                   MOVE Gl-Budget-Count TO WS-Found-Idx
               ELSE
                   DISPLAY "GL BUDGET TABLE FULL - NOT ADDED"
               END-IF
           END-IF.
           IF WS-Found-Idx > ZERO
               MOVE WS-Entry-Account TO GBM-Account(WS-Found-Idx)
               MOVE WS-Entry-Period TO GBM-Period(WS-Found-Idx)
               MOVE WS-Entry-Amount TO GBM-Amount(WS-Found-Idx)
               MOVE "Y" TO GBM-In-Use(WS-Found-Idx)
           END-IF.

       2600-LIST-BUDGETS.
           PERFORM VARYING GBM-Idx FROM 1 BY 1
               UNTIL GBM-Idx > Gl-Budget-Count
               IF GBM-Is-In-Use(GBM-Idx)
                   DISPLAY GBM-Account(GBM-Idx)
                       " " GBM-Period(GBM-Idx)
                       " BUDGET " GBM-Amount(GBM-Idx)
               END-IF
           END-PERFORM.

      * A template line is all or nothing: a bad account, year or
      * any one of the twelve amounts rejects the whole line, so a
      * year is never half loaded for an account.
       2700-BULK-LOAD-TEMPLATE.
           OPEN INPUT GlBudTemplateFile.
           IF WS-GlBudTemplate-File-Status NOT = "00"
               DISPLAY "WARNING: GLBUDTPL.DAT NOT AVAILABLE - "
                   "NOTHING LOADED"
           ELSE
               MOVE ZEROS TO Template-Lines-Loaded
               MOVE ZEROS TO Template-Lines-Rejected
               OPEN OUTPUT GlBudRejectFile
               READ GlBudTemplateFile
                   AT END SET EndOfGlBudTemplateFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGlBudTemplateFile
                   PERFORM 2750-LOAD-TEMPLATE-LINE
                   READ GlBudTemplateFile
                       AT END SET EndOfGlBudTemplateFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GlBudTemplateFile, GlBudRejectFile
               DISPLAY "TEMPLATE: " Template-Lines-Loaded
                   " ACCOUNTS LOADED, " Template-Lines-Rejected
                   " REJECTED TO GLBUDREJ.DAT"
           END-IF.

       2750-LOAD-TEMPLATE-LINE.
           MOVE SPACES TO Template-Reject-Reason.
           MOVE GBTpl-Account TO Check-Account.
           PERFORM 2150-CHECK-ACCOUNT-KNOWN.
           EVALUATE TRUE
               WHEN NOT Account-Is-Known
                   MOVE "ACCOUNT NOT ON GLMAP.DAT"
                       TO Template-Reject-Reason
               WHEN GBTpl-Year IS NOT NUMERIC
                   MOVE "BUDGET YEAR NOT NUMERIC"
                       TO Template-Reject-Reason
               WHEN OTHER
                   PERFORM VARYING Template-Month-Idx FROM 1 BY 1
                       UNTIL Template-Month-Idx > 12
                       IF GBTpl-Month-Amount(Template-Month-Idx)
                           IS NOT NUMERIC
                           MOVE "MONTHLY AMOUNT NOT NUMERIC"
                               TO Template-Reject-Reason
                       END-IF
                   END-PERFORM
           END-EVALUATE.
           IF Template-Reject-Reason = SPACES
               MOVE GBTpl-Account TO WS-Entry-Account
               MOVE GBTpl-Year TO WS-Entry-Year
               PERFORM VARYING Template-Month-Idx FROM 1 BY 1
                   UNTIL Template-Month-Idx > 12
                   MOVE Template-Month-Idx TO WS-Entry-Month
                   MOVE GBTpl-Month-Amount(Template-Month-Idx)
                       TO WS-Entry-Amount
                   PERFORM 2100-FIND-BUDGET-ENTRY
                   IF WS-Entry-Found
                       MOVE WS-Entry-Amount
                           TO GBM-Amount(WS-Found-Idx)
                   ELSE
                       PERFORM 2300-ADD-BUDGET-ROW
                   END-IF
               END-PERFORM
               ADD 1 TO Template-Lines-Loaded
           ELSE
               ADD 1 TO Template-Lines-Rejected
               MOVE SPACES TO GlBudReject-Rec
               MOVE GlBudTemplate-Rec TO GlBudRej-Image
               MOVE Template-Reject-Reason TO GlBudRej-Reason
               WRITE GlBudReject-Rec
           END-IF.

       3000-REWRITE-GL-BUDGETS.
           IF Load-Overflowed
               DISPLAY "GLBUDGET.DAT EXCEEDED THE TABLE AT LOAD - "
                   "NOT REWRITTEN, NO CHANGES SAVED"
               MOVE 8 TO RETURN-CODE
           ELSE
           OPEN OUTPUT GlBudgetFile
           PERFORM VARYING GBM-Idx FROM 1 BY 1
               UNTIL GBM-Idx > Gl-Budget-Count
               IF GBM-Is-In-Use(GBM-Idx)
                   MOVE SPACES TO GlBudget-Rec
                   MOVE GBM-Account(GBM-Idx) TO GlBud-Account
                   MOVE GBM-Period(GBM-Idx) TO GlBud-Period
                   MOVE GBM-Amount(GBM-Idx) TO GlBud-Amount
                   WRITE GlBudget-Rec
               END-IF
           END-PERFORM
           CLOSE GlBudgetFile
           END-IF.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="GLBUDMAINT"==.
       COPY "OPSIGNPA.CPY".
       COPY "RUNLOCKPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="GLBUDMAINT"==.

       END PROGRAM GlBudMaint.
