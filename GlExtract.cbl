      *   - PETTY.DAT voucher spend for the business date posts as a
      *     fourth journal source, PETTY, so petty cash lands on an
      *     expense account instead of inside a till variance.
      *   - Landed costs apportioned by LandCost post from
      *     LANDCOST.DAT: the part capitalised onto stock as LANDED,
      *     the part falling on stock already sold as LANDEXP.
      *   - Expired lots written off in ExpWoAppr on the business
      *     date post from EXPWOFF.DAT as STKEXP, the stock loss.
      *   - Free-of-charge samples taken out of stock on the business
      *     date post at cost from SAMPHIST.DAT as SAMPLE, to the
      *     marketing account. The account map now holds 50 rows,
      *     as GLMAP.DAT also carries other programs' sources.
      *   - Petty-cash vouchers carrying VAT post the VAT apart as
      *     PETTYVAT, to the input VAT account; PETTY takes the rest.
      *   - Expense claims repaid through the business date's pay
      *     run post from EXPCLAIM.DAT: each category, net of VAT,
      *     as "EXP"+category to its expense account, and the VAT
      *     as EXPVAT. PAYROLL now takes net pay less the
      *     reimbursement the register line carries, so the money
      *     is not posted twice.
      *   - Staff loan and advance repayments taken off the business
      *     date's pay post as LOANREC, so the wages the loans were
      *     recovered from reach the ledger in full and the staff
      *     loan balance comes down by what was recovered.
      *   - Card takings on the till records (the terminal batch
      *     totals) post as CARD to the card clearing account, and
      *     merchant fees the acquirer deducted in settlements dated
      *     the business date post from CARDSETL.DAT as CARDFEE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlExtract.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PettyCash-File-Status.

      * Freight, duty and handling spread over a shipment by
      * LandCost; its apportionment lines carry the split between
      * stock and cost of sales.
       SELECT LandCostFile ASSIGN TO "LANDCOST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LandCost-File-Status.

      * Expired-lot write-offs raised by ExpiryRun; those approved
      * in ExpWoAppr carry the approval date and value.
       SELECT ExpWoffFile ASSIGN TO "EXPWOFF.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ExpWoff-File-Status.

      * Samples StockUpdate has taken out of stock, with their cost
      * and the date it posted them.
       SELECT SampleHistFile ASSIGN TO "SAMPHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SampleHist-File-Status.

      * Expense claim lines SUBTRACTEXAMPLE has paid, each with the
      * business date of the pay run that paid it.
       SELECT ExpClaimFile ASSIGN TO "EXPCLAIM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ExpClaim-File-Status.

      * The card acquirer's settlement file; the fee it held back
      * from each settlement is a bank charge for the ledger.
       SELECT CardSetlFile ASSIGN TO "CARDSETL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CardSetl-File-Status.

      * Source-to-account mapping, owned by the bookkeeper: source
      * code, debit account, credit account.
       SELECT GlMapFile ASSIGN TO "GLMAP.DAT"
               SIGN IS TRAILING SEPARATE.
           02  FILLER                  PIC X.
           02  TillRec-Operator-ID     PIC X(5).
           02  FILLER                  PIC X.
           02  TillRec-Branch          PIC X(3).
           02  FILLER                  PIC X.
           02  TillRec-Card            PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  TillRec-Card-Batch      PIC 9(7)V99.

       FD PayRegFile.
       01 PayReg-Rec.
           02  PayReg-Total            PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  PayReg-Business-Date    PIC 9(8).
           02  FILLER                  PIC X.
           02  PayReg-Reimbursed       PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  PayReg-Loan-Recovered   PIC 9(7)V99.

       FD PettyCashFile.
       01 PettyCash-Rec.
           02  Petty-Description       PIC X(20).
           02  FILLER                  PIC X.
           02  Petty-Operator-ID       PIC X(5).
           02  FILLER                  PIC X.
           02  Petty-Voucher-Number    PIC 9(6).
           02  FILLER                  PIC X.
           02  Petty-Vat-Rate          PIC V999.
           02  FILLER                  PIC X.
           02  Petty-Vat-Amount        PIC 9(7)V99.

       FD LandCostFile.
       01 LandCost-Rec.
           88 EndOfLandCostFile   VALUE HIGH-VALUES.
           02  LC-Rec-Type             PIC X.
               88 LC-Is-Apportionment  VALUE "A".
           02  FILLER                  PIC X.
           02  LC-Post-Date            PIC 9(8).
           02  FILLER                  PIC X.
           02  LC-PO-Number            PIC 9(6).
           02  FILLER                  PIC X.
           02  LC-SupplierID           PIC X(5).
           02  FILLER                  PIC X.
           02  LC-Reference            PIC X(10).
           02  FILLER                  PIC X.
           02  LC-Cost-Type            PIC X.
           02  FILLER                  PIC X.
           02  LC-OilNum               PIC 99.
           02  FILLER                  PIC X.
           02  LC-Lot-Number           PIC X(10).
           02  FILLER                  PIC X.
           02  LC-Amount               PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                  PIC X.
           02  LC-Expensed             PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.

       FD ExpWoffFile.
       01 ExpWoff-Rec.
           88 EndOfExpWoffFile    VALUE HIGH-VALUES.
           02  WO-Raise-Date          PIC 9(8).
           02  FILLER                 PIC X.
           02  WO-OilNum              PIC 99.
           02  FILLER                 PIC X.
           02  WO-Lot-Number          PIC X(10).
           02  FILLER                 PIC X.
           02  WO-Expiry-Date         PIC 9(8).
           02  FILLER                 PIC X.
           02  WO-Qty                 PIC S9(7)
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  WO-Unit-Cost           PIC 9(5)V99.
           02  FILLER                 PIC X.
           02  WO-Value               PIC 9(7)V99.
           02  FILLER                 PIC X.
           02  WO-Status              PIC X.
               88 WO-Is-Approved      VALUE "A".
           02  FILLER                 PIC X.
           02  WO-Approve-Date        PIC 9(8).
           02  FILLER                 PIC X.
           02  WO-Operator-ID         PIC X(5).

       FD SampleHistFile.
       01 SampleHist-Rec.
           88 EndOfSampleHistFile  VALUE HIGH-VALUES.
           02  FILLER                 PIC X(65).
           02  FILLER                 PIC X.
           02  SampleHist-Cost        PIC 9(7)V99.
           02  FILLER                 PIC X.
           02  SampleHist-Post-Date   PIC 9(8).

       FD ExpClaimFile.
       01 ExpClaim-Rec.
           88 EndOfExpClaimFile    VALUE HIGH-VALUES.
           02  FILLER                 PIC X(16).
           02  EC-Status              PIC X.
               88 EC-Is-Paid          VALUE "D".
           02  FILLER                 PIC X(10).
           02  EC-Category            PIC X(4).
           02  FILLER                 PIC X.
           02  EC-Amount              PIC 9(7)V99.
           02  FILLER                 PIC X.
           02  EC-Vat                 PIC 9(7)V99.
           02  FILLER                 PIC X(43).
           02  EC-Paid-Date           PIC 9(8).

       FD CardSetlFile.
       01 CardSetl-Rec.
           88 EndOfCardSetlFile    VALUE HIGH-VALUES.
           02  CS-Settle-Date         PIC 9(8).
           02  FILLER                 PIC X.
           02  CS-Trade-Date          PIC 9(8).
           02  FILLER                 PIC X.
           02  CS-Type                PIC X.
           02  FILLER                 PIC X.
           02  CS-Gross               PIC 9(7)V99.
           02  FILLER                 PIC X.
           02  CS-Fee                 PIC 9(5)V99.

       FD GlMapFile.
       01 GlMap-Rec.
       COPY "BUSDATEWS.CPY".

       01  Gl-Map-Table.
           02  Gl-Map-Entry OCCURS 50 TIMES.
               03  GLM-Source          PIC X(8).
               03  GLM-Debit-Account   PIC X(6).
               03  GLM-Credit-Account  PIC X(6).
           02  Till-Amount             PIC S9(9)V99 VALUE ZEROS.
           02  Payroll-Amount          PIC S9(9)V99 VALUE ZEROS.
           02  Petty-Cash-Amount       PIC S9(9)V99 VALUE ZEROS.
           02  Petty-Vat-Total         PIC S9(9)V99 VALUE ZEROS.
           02  Landed-Amount           PIC S9(9)V99 VALUE ZEROS.
           02  Landed-Expensed-Amount  PIC S9(9)V99 VALUE ZEROS.
           02  Expiry-Writeoff-Amount  PIC S9(9)V99 VALUE ZEROS.
           02  Sample-Cost-Amount      PIC S9(9)V99 VALUE ZEROS.
           02  Loan-Recovered-Amount   PIC S9(9)V99 VALUE ZEROS.
           02  Card-Takings-Amount     PIC S9(9)V99 VALUE ZEROS.
           02  Card-Fee-Amount         PIC S9(9)V99 VALUE ZEROS.
       01  WS-PettyCash-File-Status    PIC XX.
       01  WS-LandCost-File-Status     PIC XX.
       01  WS-ExpWoff-File-Status      PIC XX.
       01  WS-SampleHist-File-Status   PIC XX.
       01  WS-ExpClaim-File-Status     PIC XX.
       01  WS-CardSetl-File-Status     PIC XX.

      * Expense claims paid today, net of VAT, one row per category.
       01  Expense-Category-Table.
           02  Expense-Category-Entry OCCURS 50 TIMES.
               03  EXC-Category        PIC X(4).
               03  EXC-Amount          PIC S9(9)V99.
       01  Expense-Category-Count      PIC 99 VALUE ZEROS.
       01  EXC-Idx                     PIC 99.
       01  EXC-Found-Idx               PIC 99.
       01  Expense-Vat-Total           PIC S9(9)V99 VALUE ZEROS.

       01  Posting-Source              PIC X(8).
       01  Posting-Amount              PIC S9(9)V99.
           PERFORM 2100-SUM-TILL-TAKINGS.
           PERFORM 2200-SUM-PAYROLL.
           PERFORM 2300-SUM-PETTY-CASH.
           PERFORM 2400-SUM-LANDED-COST.
           PERFORM 2500-SUM-EXPIRY-WRITEOFF.
           PERFORM 2600-SUM-SAMPLE-COST.
           PERFORM 2700-SUM-EXPENSE-CLAIMS.
           PERFORM 2800-SUM-CARD-FEES.
           PERFORM 3000-WRITE-JOURNAL.
           PERFORM Log-Run-Complete.
           STOP RUN.
                   AT END SET EndOfGlMapFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGlMapFile
                   IF Gl-Map-Count < 50
                       ADD 1 TO Gl-Map-Count
                       MOVE GlMap-Source
                           TO GLM-Source(Gl-Map-Count)
               PERFORM UNTIL EndOfTillRecFile
                   IF TillRec-Date = Business-Date
                       ADD TillRec-Total TO Till-Amount
                       IF TillRec-Card-Batch IS NUMERIC
                           ADD TillRec-Card-Batch
                               TO Card-Takings-Amount
                       END-IF
                   END-IF
                   READ TillRecFile
                       AT END SET EndOfTillRecFile TO TRUE
               PERFORM UNTIL EndOfPayRegFile
                   IF PayReg-Business-Date = Business-Date
                       ADD PayReg-Total TO Payroll-Amount
                       IF PayReg-Reimbursed IS NUMERIC
                           SUBTRACT PayReg-Reimbursed
                               FROM Payroll-Amount
                       END-IF
                       IF PayReg-Loan-Recovered IS NUMERIC
                           ADD PayReg-Loan-Recovered
                               TO Loan-Recovered-Amount
                       END-IF
                   END-IF
                   READ PayRegFile
                       AT END SET EndOfPayRegFile TO TRUE
               PERFORM UNTIL EndOfPettyCashFile
                   IF Petty-Date = Business-Date
                       AND Petty-Is-Voucher
                       IF Petty-Vat-Amount IS NUMERIC
                           COMPUTE Petty-Cash-Amount = Petty-Cash-Amount
                               + Petty-Amount - Petty-Vat-Amount
                           ADD Petty-Vat-Amount TO Petty-Vat-Total
                       ELSE
                           ADD Petty-Amount TO Petty-Cash-Amount
                       END-IF
                   END-IF
                   READ PettyCashFile
                       AT END SET EndOfPettyCashFile TO TRUE
               CLOSE PettyCashFile
           END-IF.

      * Apportionment lines only - the invoice lines repeat the
      * same money - posted the day LandCost keyed them.
       2400-SUM-LANDED-COST.
           OPEN INPUT LandCostFile.
           IF WS-LandCost-File-Status = "00"
               READ LandCostFile
                   AT END SET EndOfLandCostFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfLandCostFile
                   IF LC-Post-Date = Business-Date
                       AND LC-Is-Apportionment
                       COMPUTE Landed-Amount = Landed-Amount
                           + LC-Amount - LC-Expensed
                       ADD LC-Expensed TO Landed-Expensed-Amount
                   END-IF
                   READ LandCostFile
                       AT END SET EndOfLandCostFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LandCostFile
           END-IF.

      * Approved write-offs only, on the day they were approved -
      * a pending one has not left the stock ledger yet.
       2500-SUM-EXPIRY-WRITEOFF.
           OPEN INPUT ExpWoffFile.
           IF WS-ExpWoff-File-Status = "00"
               READ ExpWoffFile
                   AT END SET EndOfExpWoffFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfExpWoffFile
                   IF WO-Is-Approved
                       AND WO-Approve-Date = Business-Date
                       ADD WO-Value TO Expiry-Writeoff-Amount
                   END-IF
                   READ ExpWoffFile
                       AT END SET EndOfExpWoffFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ExpWoffFile
           END-IF.

      * Samples the stock posting took out on the business date.
       2600-SUM-SAMPLE-COST.
           OPEN INPUT SampleHistFile.
           IF WS-SampleHist-File-Status = "00"
               READ SampleHistFile
                   AT END SET EndOfSampleHistFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSampleHistFile
                   IF SampleHist-Post-Date = Business-Date
                       AND SampleHist-Cost IS NUMERIC
                       ADD SampleHist-Cost TO Sample-Cost-Amount
                   END-IF
                   READ SampleHistFile
                       AT END SET EndOfSampleHistFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SampleHistFile
           END-IF.

      * Claim lines marked paid by the business date's pay run. The
      * claim amount includes VAT; the category takes the rest.
       2700-SUM-EXPENSE-CLAIMS.
           OPEN INPUT ExpClaimFile.
           IF WS-ExpClaim-File-Status = "00"
               READ ExpClaimFile
                   AT END SET EndOfExpClaimFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfExpClaimFile
                   IF EC-Is-Paid
                       AND EC-Paid-Date = Business-Date
                       PERFORM 2750-ADD-CLAIM-CATEGORY
                   END-IF
                   READ ExpClaimFile
                       AT END SET EndOfExpClaimFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ExpClaimFile
           END-IF.

       2750-ADD-CLAIM-CATEGORY.
           ADD EC-Vat TO Expense-Vat-Total.
           MOVE ZEROS TO EXC-Found-Idx.
           PERFORM VARYING EXC-Idx FROM 1 BY 1
               UNTIL EXC-Idx > Expense-Category-Count
               IF EXC-Category(EXC-Idx) = EC-Category
                   MOVE EXC-Idx TO EXC-Found-Idx
               END-IF
           END-PERFORM.
           IF EXC-Found-Idx = ZEROS
               IF Expense-Category-Count < 50
                   ADD 1 TO Expense-Category-Count
                   MOVE Expense-Category-Count TO EXC-Found-Idx
                   MOVE EC-Category TO EXC-Category(EXC-Found-Idx)
                   MOVE ZEROS TO EXC-Amount(EXC-Found-Idx)
               ELSE
      * Kept on the VAT line rather than dropped, so the journal
      * still carries every penny the pay run reimbursed.
                   DISPLAY "WARNING: EXPENSE CATEGORY TABLE FULL - "
                       EC-Category " POSTED AS EXPVAT"
                   COMPUTE Expense-Vat-Total = Expense-Vat-Total
                       + EC-Amount - EC-Vat
               END-IF
           END-IF.
           IF EXC-Found-Idx > ZEROS
               COMPUTE EXC-Amount(EXC-Found-Idx) =
                   EXC-Amount(EXC-Found-Idx) + EC-Amount - EC-Vat
           END-IF.

      * Fees on the settlements paid in on the business date; a
      * chargeback line carries its own fee the same way.
       2800-SUM-CARD-FEES.
           OPEN INPUT CardSetlFile.
           IF WS-CardSetl-File-Status = "00"
               READ CardSetlFile
                   AT END SET EndOfCardSetlFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCardSetlFile
                   IF CS-Settle-Date = Business-Date
                       AND CS-Fee IS NUMERIC
                       ADD CS-Fee TO Card-Fee-Amount
                   END-IF
                   READ CardSetlFile
                       AT END SET EndOfCardSetlFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CardSetlFile
           END-IF.

      * One debit and one credit line per source with money in it,
      * so the interface balances by construction; the control
      * report proves it anyway.
           MOVE "TILL" TO Posting-Source.
           MOVE Till-Amount TO Posting-Amount.
           PERFORM 3100-POST-ONE-SOURCE.
           MOVE "CARD" TO Posting-Source.
           MOVE Card-Takings-Amount TO Posting-Amount.
           PERFORM 3100-POST-ONE-SOURCE.
           MOVE "CARDFEE" TO Posting-Source.
           MOVE Card-Fee-Amount TO Posting-Amount.
           PERFORM 3100-POST-ONE-SOURCE.
           MOVE "PAYROLL" TO Posting-Source.
           MOVE Payroll-Amount TO Posting-Amount.
           PERFORM 3100-POST-ONE-SOURCE.
           MOVE "LOANREC" TO Posting-Source.
           MOVE Loan-Recovered-Amount TO Posting-Amount.
           PERFORM 3100-POST-ONE-SOURCE.
           MOVE "PETTY" TO Posting-Source.
           MOVE Petty-Cash-Amount TO Posting-Amount.
           PERFORM 3100-POST-ONE-SOURCE.
           MOVE "PETTYVAT" TO Posting-Source.
           MOVE Petty-Vat-Total TO Posting-Amount.
           PERFORM 3100-POST-ONE-SOURCE.
           MOVE "LANDED" TO Posting-Source.
           MOVE Landed-Amount TO Posting-Amount.
           PERFORM 3100-POST-ONE-SOURCE.
           MOVE "LANDEXP" TO Posting-Source.
           MOVE Landed-Expensed-Amount TO Posting-Amount.
           PERFORM 3100-POST-ONE-SOURCE.
           MOVE "STKEXP" TO Posting-Source.
           MOVE Expiry-Writeoff-Amount TO Posting-Amount.
           PERFORM 3100-POST-ONE-SOURCE.
           MOVE "SAMPLE" TO Posting-Source.
           MOVE Sample-Cost-Amount TO Posting-Amount.
           PERFORM 3100-POST-ONE-SOURCE.
           PERFORM VARYING EXC-Idx FROM 1 BY 1
               UNTIL EXC-Idx > Expense-Category-Count
               MOVE SPACES TO Posting-Source
               STRING "EXP" DELIMITED BY SIZE
                      EXC-Category(EXC-Idx) DELIMITED BY SIZE
                   INTO Posting-Source
               END-STRING
               MOVE EXC-Amount(EXC-Idx) TO Posting-Amount
               PERFORM 3100-POST-ONE-SOURCE
           END-PERFORM.
           MOVE "EXPVAT" TO Posting-Source.
           MOVE Expense-Vat-Total TO Posting-Amount.
           PERFORM 3100-POST-ONE-SOURCE.

           MOVE Journal-Debit-Total TO CTL-Total-Debits.
           MOVE Journal-Credit-Total TO CTL-Total-Credits.
