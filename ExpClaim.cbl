      ******************************************************************
      * Author:
      * Date:
      * Purpose: Employee expense claims, kept on EXPCLAIM.DAT and
      *          reimbursed through payroll. A claim is keyed for an
      *          EMPMAST.DAT employee as any number of lines - date,
      *          expense category, amount including VAT and the VAT
      *          within it - against categories that have an
      *          "EXP"+category row on GLMAP.DAT, so every claim line
      *          has somewhere to post. A manager (a supervisor
      *          operator, not the one who keyed the claim) approves
      *          or rejects it whole. SUBTRACTEXAMPLE adds approved
      *          claims to the employee's next pay as a non-taxable
      *          reimbursement and marks them paid; GlExtract posts
      *          them to their expense accounts on the day of the
      *          pay run, and ExpClmRpt lists what is outstanding and
      *          what has been paid.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExpClaim.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ExpClaimFile ASSIGN TO "EXPCLAIM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ExpClaim-File-Status.

       SELECT EmpMasterFile ASSIGN TO "EMPMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EmpMaster-File-Status.

       SELECT GlMapFile ASSIGN TO "GLMAP.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlMap-File-Status.
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "RUNLOCKFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
      * One record per claim line; the claim's own fields repeat on
      * every line so the file reads without a header record. Status
      * P pending, A approved, R rejected, D paid through payroll.
       FD ExpClaimFile.
       01 ExpClaim-Rec.
           88 EndOfExpClaimFile     VALUE HIGH-VALUES.
           02  EC-Claim-No              PIC 9(6).
           02  FILLER                   PIC X.
           02  EC-Line-No               PIC 99.
           02  FILLER                   PIC X.
           02  EC-Employee-ID           PIC X(5).
           02  FILLER                   PIC X.
           02  EC-Status                PIC X.
           02  FILLER                   PIC X.
           02  EC-Line-Date             PIC 9(8).
           02  FILLER                   PIC X.
           02  EC-Category              PIC X(4).
           02  FILLER                   PIC X.
           02  EC-Amount                PIC 9(7)V99.
           02  FILLER                   PIC X.
           02  EC-Vat                   PIC 9(7)V99.
           02  FILLER                   PIC X.
           02  EC-Description           PIC X(20).
           02  FILLER                   PIC X.
           02  EC-Entered-By            PIC X(5).
           02  FILLER                   PIC X.
           02  EC-Approved-By           PIC X(5).
           02  FILLER                   PIC X.
           02  EC-Paid-Period           PIC 9(8).
           02  FILLER                   PIC X.
           02  EC-Paid-Date             PIC 9(8).

       FD EmpMasterFile.
       01 EmpMast-Rec.
           88 EndOfEmpMasterFile    VALUE HIGH-VALUES.
           02  EmpMast-Employee-ID      PIC X(5).
           02  FILLER                   PIC X.
           02  EmpMast-Name             PIC X(20).

       FD GlMapFile.
       01 GlMap-Rec.
           88 EndOfGlMapFile        VALUE HIGH-VALUES.
           02  GlMap-Source.
               03  GlMap-Source-Prefix  PIC X(3).
               03  GlMap-Source-Category PIC X(4).
               03  FILLER               PIC X.
           02  FILLER                   PIC X.
           02  GlMap-Debit-Account      PIC X(6).
           02  FILLER                   PIC X.
           02  GlMap-Credit-Account     PIC X(6).

       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "RUNLOCKFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-ExpClaim-File-Status      PIC XX.
       01  WS-EmpMaster-File-Status     PIC XX.
       01  WS-GlMap-File-Status         PIC XX.
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "RUNLOCKWS.CPY".
       COPY "BUSDATEWS.CPY".

      * Expense categories GLMAP.DAT can post - its "EXP"+category
      * rows. EXPVAT is the VAT row, not a category.
       01  Category-Table.
           02  Category-Code            PIC X(4) OCCURS 50 TIMES.
       01  Category-Count               PIC 99 VALUE ZEROS.
       01  CAT-Idx                      PIC 99.
       01  Category-Known-Switch        PIC X.
           88 Category-Is-Known         VALUE "Y".

      * The whole claim file held in a table and rewritten in full,
      * the same idiom the maintenance programs use.
       01  Claim-Line-Table.
           02  Claim-Line-Entry OCCURS 2000 TIMES.
               03  CLT-Claim-No         PIC 9(6).
               03  CLT-Line-No          PIC 99.
               03  CLT-Employee-ID      PIC X(5).
               03  CLT-Status           PIC X.
                   88 CLT-Is-Pending    VALUE "P".
                   88 CLT-Is-Approved   VALUE "A".
               03  CLT-Line-Date        PIC 9(8).
               03  CLT-Category         PIC X(4).
               03  CLT-Amount           PIC 9(7)V99.
               03  CLT-Vat              PIC 9(7)V99.
               03  CLT-Description      PIC X(20).
               03  CLT-Entered-By       PIC X(5).
               03  CLT-Approved-By      PIC X(5).
               03  CLT-Paid-Period      PIC 9(8).
               03  CLT-Paid-Date        PIC 9(8).
       01  Claim-Line-Count             PIC 9(4) VALUE ZEROS.
       01  CLT-Idx                      PIC 9(4).
       01  Load-Overflow-Switch         PIC X VALUE "N".
           88 Load-Overflowed           VALUE "Y".
       01  Next-Claim-No                PIC 9(6) VALUE 1.

      * The claim being keyed, held until it is complete.
       01  Entry-Line-Table.
           02  Entry-Line OCCURS 20 TIMES.
               03  ENT-Line-Date        PIC 9(8).
               03  ENT-Category         PIC X(4).
               03  ENT-Amount           PIC 9(7)V99.
               03  ENT-Vat              PIC 9(7)V99.
               03  ENT-Description      PIC X(20).
       01  Entry-Line-Count             PIC 99 VALUE ZEROS.
       01  ENT-Idx                      PIC 99.
       01  Entry-Done-Switch            PIC X.
           88 Entry-Done                VALUE "Y".
       01  Entry-Claim-Total            PIC 9(9)V99.

       01  WS-Transaction-Code          PIC X.
           88 Txn-Enter                 VALUE "E", "e".
           88 Txn-Approve               VALUE "A", "a".
           88 Txn-Reject                VALUE "R", "r".
           88 Txn-List                  VALUE "L", "l".
           88 Txn-Quit                  VALUE "Q", "q".

       01  WS-Entry-Employee-ID         PIC X(5).
       01  WS-Entry-Employee-Name       PIC X(20).
       01  WS-Entry-Line-Date           PIC 9(8).
       01  WS-Entry-Category            PIC X(4).
       01  WS-Entry-Amount              PIC 9(7)V99.
       01  WS-Entry-Vat                 PIC 9(7)V99.
       01  WS-Entry-Description         PIC X(20).
       01  WS-Entry-Claim-No            PIC 9(6).
       01  WS-Found-Idx                 PIC 9(4) VALUE ZEROS.
       01  WS-New-Status                PIC X.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
           MOVE Operator-ID TO Lock-My-Operator.
           MOVE "EXPCLAIM.LCK" TO Lock-File-Name.
           PERFORM Acquire-Run-Lock.
           IF NOT Run-Lock-Held
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-CATEGORIES.
           PERFORM 1100-LOAD-CLAIMS.
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL Txn-Quit.
           PERFORM 3000-REWRITE-CLAIMS.
           PERFORM Release-Run-Lock.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-CATEGORIES.
           OPEN INPUT GlMapFile.
           IF WS-GlMap-File-Status = "00"
               READ GlMapFile
                   AT END SET EndOfGlMapFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGlMapFile
                   IF GlMap-Source-Prefix = "EXP"
                       AND GlMap-Source NOT = "EXPVAT"
                       AND GlMap-Source-Category NOT = SPACES
                       IF Category-Count < 50
                           ADD 1 TO Category-Count
                           MOVE GlMap-Source-Category
                               TO Category-Code(Category-Count)
                       ELSE
                           DISPLAY "WARNING: CATEGORY TABLE FULL - "
                               GlMap-Source " SKIPPED"
                       END-IF
                   END-IF
                   READ GlMapFile
                       AT END SET EndOfGlMapFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GlMapFile
           END-IF.
           IF Category-Count = ZEROS
               DISPLAY "WARNING: NO EXP CATEGORY ROWS ON GLMAP.DAT - "
                   "NO CLAIM CAN BE KEYED"
           END-IF.

       1100-LOAD-CLAIMS.
           OPEN INPUT ExpClaimFile.
           IF WS-ExpClaim-File-Status = "00"
               READ ExpClaimFile
                   AT END SET EndOfExpClaimFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfExpClaimFile
                   IF Claim-Line-Count < 2000
                       ADD 1 TO Claim-Line-Count
                       MOVE EC-Claim-No
                           TO CLT-Claim-No(Claim-Line-Count)
                       MOVE EC-Line-No TO CLT-Line-No(Claim-Line-Count)
                       MOVE EC-Employee-ID
                           TO CLT-Employee-ID(Claim-Line-Count)
                       MOVE EC-Status TO CLT-Status(Claim-Line-Count)
                       MOVE EC-Line-Date
                           TO CLT-Line-Date(Claim-Line-Count)
                       MOVE EC-Category
                           TO CLT-Category(Claim-Line-Count)
                       MOVE EC-Amount TO CLT-Amount(Claim-Line-Count)
                       MOVE EC-Vat TO CLT-Vat(Claim-Line-Count)
                       MOVE EC-Description
                           TO CLT-Description(Claim-Line-Count)
                       MOVE EC-Entered-By
                           TO CLT-Entered-By(Claim-Line-Count)
                       MOVE EC-Approved-By
                           TO CLT-Approved-By(Claim-Line-Count)
                       MOVE EC-Paid-Period
                           TO CLT-Paid-Period(Claim-Line-Count)
                       MOVE EC-Paid-Date
                           TO CLT-Paid-Date(Claim-Line-Count)
                       IF EC-Claim-No >= Next-Claim-No
                           COMPUTE Next-Claim-No = EC-Claim-No + 1
                       END-IF
                   ELSE
                       SET Load-Overflowed TO TRUE
                       DISPLAY "WARNING: EXPCLAIM.DAT TABLE FULL - "
                           "LINE SKIPPED"
                   END-IF
                   READ ExpClaimFile
                       AT END SET EndOfExpClaimFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ExpClaimFile
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           DISPLAY "EXPENSE CLAIMS - (E)NTER (A)PPROVE (R)EJECT "
               "(L)IST (Q)UIT".
           ACCEPT WS-Transaction-Code.
           EVALUATE TRUE
               WHEN Txn-Enter
                   PERFORM 2100-ENTER-CLAIM
               WHEN Txn-Approve
      * Approval is the manager's call; a clerk keys claims but
      * cannot pass them for payment.
                   PERFORM Check-Supervisor-Role
                   IF Role-OK
                       MOVE "A" TO WS-New-Status
                       PERFORM 2300-DECIDE-CLAIM
                   END-IF
               WHEN Txn-Reject
                   PERFORM Check-Supervisor-Role
                   IF Role-OK
                       MOVE "R" TO WS-New-Status
                       PERFORM 2300-DECIDE-CLAIM
                   END-IF
               WHEN Txn-List
                   PERFORM 2500-LIST-CLAIMS
               WHEN Txn-Quit
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

       2100-ENTER-CLAIM.
           DISPLAY "EMPLOYEE ID".
           ACCEPT WS-Entry-Employee-ID.
           PERFORM 2110-FIND-EMPLOYEE.
           IF WS-Entry-Employee-Name = SPACES
               DISPLAY "EMPLOYEE " WS-Entry-Employee-ID
                   " IS NOT ON EMPMAST.DAT - CLAIM NOT TAKEN"
           ELSE
               DISPLAY "CLAIM FOR " WS-Entry-Employee-Name
               MOVE ZEROS TO Entry-Line-Count, Entry-Claim-Total
               MOVE "N" TO Entry-Done-Switch
               PERFORM 2150-ACCEPT-CLAIM-LINE
                   UNTIL Entry-Done
               PERFORM 2200-SAVE-CLAIM
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

       2150-ACCEPT-CLAIM-LINE.
           DISPLAY "LINE " Entry-Line-Count " - CATEGORY (BLANK TO "
               "FINISH)".
           MOVE SPACES TO WS-Entry-Category.
           ACCEPT WS-Entry-Category.
           IF WS-Entry-Category = SPACES
               SET Entry-Done TO TRUE
           ELSE
               PERFORM 2190-CHECK-CATEGORY
               DISPLAY "DATE OF EXPENSE (YYYYMMDD)"
               ACCEPT WS-Entry-Line-Date
               DISPLAY "AMOUNT INCLUDING VAT (NNNNNNN.NN)"
               ACCEPT WS-Entry-Amount
               DISPLAY "VAT WITHIN THE AMOUNT (NNNNNNN.NN)"
               ACCEPT WS-Entry-Vat
               DISPLAY "DESCRIPTION"
               ACCEPT WS-Entry-Description
               EVALUATE TRUE
                   WHEN NOT Category-Is-Known
                       DISPLAY "CATEGORY HAS NO EXP ROW ON GLMAP.DAT "
                           "- LINE NOT TAKEN"
                   WHEN WS-Entry-Line-Date = ZEROS
                       OR WS-Entry-Line-Date > Business-Date
                       DISPLAY "DATE MISSING OR IN THE FUTURE - LINE "
                           "NOT TAKEN"
                   WHEN WS-Entry-Amount = ZEROS
                       DISPLAY "AMOUNT MUST BE ABOVE ZERO - LINE "
                           "NOT TAKEN"
                   WHEN WS-Entry-Vat > WS-Entry-Amount
                       DISPLAY "VAT EXCEEDS THE AMOUNT - LINE NOT "
                           "TAKEN"
                   WHEN Entry-Line-Count >= 20
                       DISPLAY "CLAIM IS FULL AT 20 LINES"
                       SET Entry-Done TO TRUE
                   WHEN OTHER
                       ADD 1 TO Entry-Line-Count
                       MOVE WS-Entry-Line-Date
                           TO ENT-Line-Date(Entry-Line-Count)
                       MOVE WS-Entry-Category
                           TO ENT-Category(Entry-Line-Count)
                       MOVE WS-Entry-Amount
                           TO ENT-Amount(Entry-Line-Count)
                       MOVE WS-Entry-Vat TO ENT-Vat(Entry-Line-Count)
                       MOVE WS-Entry-Description
                           TO ENT-Description(Entry-Line-Count)
                       ADD WS-Entry-Amount TO Entry-Claim-Total
               END-EVALUATE
           END-IF.

       2190-CHECK-CATEGORY.
           MOVE "N" TO Category-Known-Switch.
           PERFORM VARYING CAT-Idx FROM 1 BY 1
               UNTIL CAT-Idx > Category-Count
               IF Category-Code(CAT-Idx) = WS-Entry-Category
                   SET Category-Is-Known TO TRUE
               END-IF
           END-PERFORM.

       2200-SAVE-CLAIM.
           EVALUATE TRUE
               WHEN Entry-Line-Count = ZEROS
                   DISPLAY "NO LINES KEYED - CLAIM NOT SAVED"
               WHEN Claim-Line-Count + Entry-Line-Count > 2000
                   DISPLAY "CLAIM TABLE FULL - NOT SAVED"
               WHEN OTHER
                   PERFORM VARYING ENT-Idx FROM 1 BY 1
                       UNTIL ENT-Idx > Entry-Line-Count
                       ADD 1 TO Claim-Line-Count
                       MOVE Next-Claim-No
                           TO CLT-Claim-No(Claim-Line-Count)
                       MOVE ENT-Idx TO CLT-Line-No(Claim-Line-Count)
                       MOVE WS-Entry-Employee-ID
                           TO CLT-Employee-ID(Claim-Line-Count)
                       MOVE "P" TO CLT-Status(Claim-Line-Count)
                       MOVE ENT-Line-Date(ENT-Idx)
                           TO CLT-Line-Date(Claim-Line-Count)
                       MOVE ENT-Category(ENT-Idx)
                           TO CLT-Category(Claim-Line-Count)
                       MOVE ENT-Amount(ENT-Idx)
                           TO CLT-Amount(Claim-Line-Count)
                       MOVE ENT-Vat(ENT-Idx)
                           TO CLT-Vat(Claim-Line-Count)
                       MOVE ENT-Description(ENT-Idx)
                           TO CLT-Description(Claim-Line-Count)
                       MOVE Operator-ID
                           TO CLT-Entered-By(Claim-Line-Count)
                       MOVE SPACES TO CLT-Approved-By(Claim-Line-Count)
                       MOVE ZEROS TO CLT-Paid-Period(Claim-Line-Count),
                           CLT-Paid-Date(Claim-Line-Count)
                   END-PERFORM
                   DISPLAY "CLAIM " Next-Claim-No " FOR "
                       Entry-Claim-Total " SAVED - AWAITING "
                       "MANAGER APPROVAL"
                   ADD 1 TO Next-Claim-No
           END-EVALUATE.

      * Approve or reject a pending claim whole. The manager must
      * not be the operator who keyed it.
       2300-DECIDE-CLAIM.
           DISPLAY "CLAIM NUMBER".
           ACCEPT WS-Entry-Claim-No.
           PERFORM 2600-FIND-CLAIM.
           EVALUATE TRUE
               WHEN WS-Found-Idx = ZEROS
                   DISPLAY "CLAIM " WS-Entry-Claim-No " NOT ON FILE"
               WHEN NOT CLT-Is-Pending(WS-Found-Idx)
                   DISPLAY "CLAIM " WS-Entry-Claim-No
                       " IS NOT AWAITING APPROVAL"
               WHEN CLT-Entered-By(WS-Found-Idx) = Operator-ID
                   DISPLAY "A CLAIM CANNOT BE DECIDED BY THE "
                       "OPERATOR WHO KEYED IT"
               WHEN OTHER
                   PERFORM 2650-SHOW-CLAIM
                   PERFORM VARYING CLT-Idx FROM 1 BY 1
                       UNTIL CLT-Idx > Claim-Line-Count
                       IF CLT-Claim-No(CLT-Idx) = WS-Entry-Claim-No
                           MOVE WS-New-Status TO CLT-Status(CLT-Idx)
                           MOVE Operator-ID
                               TO CLT-Approved-By(CLT-Idx)
                       END-IF
                   END-PERFORM
                   IF WS-New-Status = "A"
                       DISPLAY "CLAIM " WS-Entry-Claim-No
                           " APPROVED - PAID IN THE EMPLOYEE'S NEXT "
                           "PAY RUN"
                   ELSE
                       DISPLAY "CLAIM " WS-Entry-Claim-No
                           " REJECTED"
                   END-IF
           END-EVALUATE.

       2500-LIST-CLAIMS.
           PERFORM VARYING CLT-Idx FROM 1 BY 1
               UNTIL CLT-Idx > Claim-Line-Count
               IF CLT-Is-Pending(CLT-Idx)
                   OR CLT-Is-Approved(CLT-Idx)
                   IF CLT-Line-No(CLT-Idx) = 1
                       DISPLAY "CLAIM " CLT-Claim-No(CLT-Idx)
                           " EMPLOYEE " CLT-Employee-ID(CLT-Idx)
                           " STATUS " CLT-Status(CLT-Idx)
                           " BY " CLT-Entered-By(CLT-Idx)
                   END-IF
                   DISPLAY "    " CLT-Line-Date(CLT-Idx)
                       " " CLT-Category(CLT-Idx)
                       " " CLT-Amount(CLT-Idx)
                       " VAT " CLT-Vat(CLT-Idx)
                       " " CLT-Description(CLT-Idx)
               END-IF
           END-PERFORM.

       2600-FIND-CLAIM.
           MOVE ZEROS TO WS-Found-Idx.
           PERFORM VARYING CLT-Idx FROM 1 BY 1
               UNTIL CLT-Idx > Claim-Line-Count
               OR WS-Found-Idx > ZEROS
               IF CLT-Claim-No(CLT-Idx) = WS-Entry-Claim-No
                   MOVE CLT-Idx TO WS-Found-Idx
               END-IF
           END-PERFORM.

       2650-SHOW-CLAIM.
           DISPLAY "CLAIM " CLT-Claim-No(WS-Found-Idx)
               " EMPLOYEE " CLT-Employee-ID(WS-Found-Idx)
               " KEYED BY " CLT-Entered-By(WS-Found-Idx).
           PERFORM VARYING CLT-Idx FROM 1 BY 1
               UNTIL CLT-Idx > Claim-Line-Count
               IF CLT-Claim-No(CLT-Idx) = WS-Entry-Claim-No
                   DISPLAY "    " CLT-Line-Date(CLT-Idx)
                       " " CLT-Category(CLT-Idx)
                       " " CLT-Amount(CLT-Idx)
                       " VAT " CLT-Vat(CLT-Idx)
                       " " CLT-Description(CLT-Idx)
               END-IF
           END-PERFORM.

       3000-REWRITE-CLAIMS.
           IF Load-Overflowed
               DISPLAY "EXPCLAIM.DAT EXCEEDED THE TABLE AT LOAD - "
                   "NOT REWRITTEN, NO CHANGES SAVED"
               MOVE 8 TO RETURN-CODE
           ELSE
           OPEN OUTPUT ExpClaimFile
           PERFORM VARYING CLT-Idx FROM 1 BY 1
               UNTIL CLT-Idx > Claim-Line-Count
               MOVE SPACES TO ExpClaim-Rec
               MOVE CLT-Claim-No(CLT-Idx) TO EC-Claim-No
               MOVE CLT-Line-No(CLT-Idx) TO EC-Line-No
               MOVE CLT-Employee-ID(CLT-Idx) TO EC-Employee-ID
               MOVE CLT-Status(CLT-Idx) TO EC-Status
               MOVE CLT-Line-Date(CLT-Idx) TO EC-Line-Date
               MOVE CLT-Category(CLT-Idx) TO EC-Category
               MOVE CLT-Amount(CLT-Idx) TO EC-Amount
               MOVE CLT-Vat(CLT-Idx) TO EC-Vat
               MOVE CLT-Description(CLT-Idx) TO EC-Description
               MOVE CLT-Entered-By(CLT-Idx) TO EC-Entered-By
               MOVE CLT-Approved-By(CLT-Idx) TO EC-Approved-By
               MOVE CLT-Paid-Period(CLT-Idx) TO EC-Paid-Period
               MOVE CLT-Paid-Date(CLT-Idx) TO EC-Paid-Date
               WRITE ExpClaim-Rec
           END-PERFORM
           CLOSE ExpClaimFile
           END-IF.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="EXPCLAIM"==.
       COPY "OPSIGNPA.CPY".
       COPY "OPROLEPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="EXPCLAIM"==.
       COPY "RUNLOCKPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="EXPCLAIM"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM ExpClaim.
