      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end statement of account for every trade
      *          customer on CUSTMAST.DAT, off ARLEDGER.DAT and the
      *          ARRCPT.DAT receipt history. Each customer gets one
      *          document, STM<CustomerID>.TXT: opening balance, each
      *          invoice and credit note dated in the month and each
      *          ArPayment/CashApply receipt, in date order with a
      *          running balance, the closing balance, and an ageing
      *          strip at the foot in the ArAgeing buckets. The
      *          statement month is the business date's month, and
      *          the balances are worked back from the ledger as it
      *          stands today the same way StuStmt works back from
      *          the roster total, so a statement run a day or two
      *          late still balances to the month end. STMTCTL.RPT
      *          lists every statement produced.
      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - Late-payment interest invoices are shown as INTEREST
      *     lines, off the ledger's item-type byte.
      *   - A written-off invoice owes nothing once written off; the
      *     write-off itself comes off the receipt history and
      *     prints as a WRITTEN OFF line.
      *   - A pro-forma prepayment InvoiceGen applied to an invoice
      *     prints as a PREPAYMENT line.
      *   - The customer master is indexed on customer id and the AR
      *     ledger on invoice number; both are still read through in
      *     key order.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArStmt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS AR-Invoice-Number
                 ALTERNATE RECORD KEY IS AR-CustomerID
                     WITH DUPLICATES
                 FILE STATUS IS WS-ArLedger-File-Status.

       SELECT CustMasterFile ASSIGN TO "CUSTMAST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS CustMast-CustomerID
                 FILE STATUS IS WS-CustMaster-File-Status.

      * Receipt history appended by ArPayment, CashApply and
      * ChqReturn: one line per receipt (or returned cheque) against
      * an invoice, with its own date.
       SELECT ArReceiptFile ASSIGN TO "ARRCPT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ArReceipt-File-Status.

      * One statement document per customer, STM<CustomerID>.TXT,
      * the same one-file-per-customer pattern the dunning letters
      * use.
       SELECT StatementFile ASSIGN USING Stmt-File-Name
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Statement-File-Status.

       SELECT StmtCtlRep ASSIGN TO "STMTCTL.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".
       COPY "TRNMODEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD ArLedgerFile.
       01 ArLedger-Rec.
           88 EndOfArLedgerFile   VALUE HIGH-VALUES.
           02  AR-Invoice-Number      PIC 9(6).
           02  FILLER                 PIC X.
           02  AR-CustomerID          PIC X(5).
           02  FILLER                 PIC X.
           02  AR-Invoice-Date        PIC 9(8).
           02  FILLER                 PIC X.
           02  AR-Invoice-Amount      PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  AR-Amount-Paid         PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  AR-Status              PIC X.
           02  FILLER                 PIC X.
           02  AR-Settled-Date        PIC 9(8).
           02  FILLER                 PIC X.
           02  AR-Item-Type           PIC X.

       FD CustMasterFile.
       01 CustMast-Rec.
           88 EndOfCustMasterFile   VALUE HIGH-VALUES.
           02  CustMast-CustomerID      PIC X(5).
           02  FILLER                   PIC X.
           02  CustMast-Region          PIC X(10).
           02  FILLER                   PIC X.
           02  CustMast-RepCode         PIC X(3).
           02  FILLER                   PIC X.
           02  CustMast-CommRate        PIC V999.
           02  FILLER                   PIC X.
           02  CustMast-Address         PIC X(30).
           02  FILLER                   PIC X.
           02  CustMast-Currency        PIC X(3).
           02  FILLER                   PIC X.
           02  CustMast-EDI-Flag        PIC X.
           02  FILLER                   PIC X.
           02  CustMast-Credit-Limit    PIC 9(7).
           02  FILLER                   PIC X.
           02  CustMast-Hold-Flag       PIC X.
           02  FILLER                   PIC X.
           02  CustMast-Branch          PIC X(3).
           02  FILLER                   PIC X(6).

       FD ArReceiptFile.
       01 ArReceipt-Rec.
           88 EndOfArReceiptFile  VALUE HIGH-VALUES.
           02  Rcpt-Date              PIC 9(8).
           02  FILLER                 PIC X.
           02  Rcpt-Invoice-Number    PIC 9(6).
           02  FILLER                 PIC X.
           02  Rcpt-CustomerID        PIC X(5).
           02  FILLER                 PIC X.
           02  Rcpt-Amount            PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  Rcpt-Source            PIC X.
           02  FILLER                 PIC X.
           02  Rcpt-Reference         PIC X(10).

       FD StatementFile.
       01 Stmt-Print-Line             PIC X(72).

       FD StmtCtlRep.
       01 StmtCtl-Print-Line          PIC X(72).

       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".
       COPY "TRNMODEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-ArLedger-File-Status      PIC XX.
       01  WS-CustMaster-File-Status    PIC XX.
       01  WS-ArReceipt-File-Status     PIC XX.
       01  WS-Statement-File-Status     PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "TRNMODEWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Business-Date-Parts REDEFINES Business-Date.
           02  Business-Year            PIC 9(4).
           02  Business-Month           PIC 99.
           02  Business-Day             PIC 99.

      * The statement month runs from the 1st to the 31st of the
      * business date's month; a day past the real month end never
      * matches a ledger date, so the 31st serves every month.
       01  Stmt-Month-Start.
           02  Stmt-Start-Year          PIC 9(4).
           02  Stmt-Start-Month         PIC 99.
           02  Stmt-Start-Day           PIC 99 VALUE 01.
       01  Stmt-Month-Start-N REDEFINES Stmt-Month-Start
                                        PIC 9(8).
       01  Stmt-Month-End.
           02  Stmt-End-Year            PIC 9(4).
           02  Stmt-End-Month           PIC 99.
           02  Stmt-End-Day             PIC 99 VALUE 31.
       01  Stmt-Month-End-N REDEFINES Stmt-Month-End
                                        PIC 9(8).

       01  Stmt-File-Name.
           02  FILLER                   PIC X(3) VALUE "STM".
           02  Stmt-File-CustID         PIC X(5).
           02  FILLER                   PIC X(4) VALUE ".TXT".

       01  Cust-Master-Table.
           02  Cust-Master-Entry OCCURS 5000 TIMES.
               03  CM-CustomerID        PIC X(5).
               03  CM-Address           PIC X(30).

       01  Cust-Master-Count            PIC 9(4) VALUE ZEROS.
       01  CM-Idx                       PIC 9(4).

      * The whole ledger, settled items included: a receipt taken
      * after the month end may have settled an item that was still
      * owing on the statement date.
       01  Ar-Ledger-Table.
           02  Ar-Ledger-Entry OCCURS 5000 TIMES.
               03  ARL-Invoice-Number   PIC 9(6).
               03  ARL-CustomerID       PIC X(5).
               03  ARL-Invoice-Date     PIC 9(8).
               03  ARL-Invoice-Amount   PIC S9(7)V99.
               03  ARL-Amount-Paid      PIC S9(7)V99.
               03  ARL-Item-Type        PIC X.
               03  ARL-Status           PIC X.
                   88 ARL-Is-Written-Off VALUE "W".

       01  Ar-Ledger-Count              PIC 9(4) VALUE ZEROS.
       01  ARL-Idx                      PIC 9(4).
       01  ARL-Found-Idx                PIC 9(4).

      * Only receipts from the statement month onward matter: the
      * earlier ones are already inside the opening balance.
       01  Ar-Receipt-Table.
           02  Ar-Receipt-Entry OCCURS 5000 TIMES.
               03  ARR-Date             PIC 9(8).
               03  ARR-Invoice-Number   PIC 9(6).
               03  ARR-CustomerID       PIC X(5).
               03  ARR-Amount           PIC S9(7)V99.
               03  ARR-Source           PIC X.

       01  Ar-Receipt-Count             PIC 9(4) VALUE ZEROS.
       01  ARR-Idx                      PIC 9(4).

      * One customer's movements in the month, gathered here so they
      * can be printed in date order whatever order the ledger and
      * the receipt history arrived in.
       01  Stmt-Line-Table.
           02  Stmt-Line-Entry OCCURS 500 TIMES.
               03  SLT-Date             PIC 9(8).
               03  SLT-Type             PIC X(12).
               03  SLT-Reference        PIC 9(6).
               03  SLT-Amount           PIC S9(7)V99.
               03  SLT-Printed          PIC X.

       01  Stmt-Line-Count              PIC 9(3) VALUE ZEROS.
       01  SLT-Idx                      PIC 9(3).
       01  SLT-Next-Idx                 PIC 9(3).
       01  SLT-Next-Date                PIC 9(8).
       01  Stmt-Lines-Dropped           PIC 9(5) VALUE ZEROS.

      * Balances are worked back from the ledger as it stands now:
      * closing = what is owed today, less invoices dated after the
      * month, plus receipts taken after it; opening = closing less
      * the month's invoices, plus the month's receipts.
       01  Current-Balance              PIC S9(9)V99.
       01  Later-Invoices               PIC S9(9)V99.
       01  Later-Receipts               PIC S9(9)V99.
       01  Month-Invoices               PIC S9(9)V99.
       01  Month-Receipts               PIC S9(9)V99.
       01  Opening-Balance              PIC S9(9)V99.
       01  Closing-Balance              PIC S9(9)V99.
       01  Running-Balance              PIC S9(9)V99.

       01  Age-Bucket-Table.
           02  Age-Bucket               PIC S9(9)V99 OCCURS 4 TIMES.
       01  Age-Months                   PIC S9(5).
       01  Bucket-Idx                   PIC 9.
       01  Work-Invoice-Date.
           02  Work-Inv-Year            PIC 9(4).
           02  Work-Inv-Month           PIC 99.
           02  Work-Inv-Day             PIC 99.
       01  Item-Outstanding             PIC S9(9)V99.

       01  Statements-Written           PIC 9(4) VALUE ZEROS.
       01  Total-Closing                PIC S9(11)V99 VALUE ZEROS.

       01  Stmt-Heading-Line            PIC X(44) VALUE
           "          AROMAMORA LTD - ACCOUNTS".

       01  Stmt-Title-Line              PIC X(44) VALUE
           "          STATEMENT OF ACCOUNT".

       01  Stmt-Address-Line.
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  STM-Address              PIC X(30).

       01  Stmt-Account-Line.
           02  FILLER                   PIC X(10) VALUE " ACCOUNT: ".
           02  STM-CustomerID           PIC X(5).
           02  FILLER                   PIC X(12) VALUE
               "  PERIOD : ".
           02  STM-From-Date            PIC 9(8).
           02  FILLER                   PIC X(4)  VALUE " TO ".
           02  STM-To-Date              PIC 9(8).

       01  Stmt-Opening-Line.
           02  FILLER                   PIC X(20) VALUE
               " OPENING BALANCE : ".
           02  STM-Opening              PIC ZZZ,ZZZ,ZZ9.99-.

       01  Stmt-Topic-Line              PIC X(72) VALUE
           " DATE      DETAIL        REFERENCE        AMOUNT         BAL
      -    "ANCE".

       01  Stmt-Detail-Line.
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  STM-Date                 PIC 9(8).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  STM-Type                 PIC X(12).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  STM-Reference            PIC 9(6).
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  STM-Amount               PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  STM-Balance              PIC ZZZ,ZZZ,ZZ9.99-.

       01  Stmt-No-Activity-Line        PIC X(44) VALUE
           " NO TRANSACTIONS THIS PERIOD".

       01  Stmt-Closing-Line.
           02  FILLER                   PIC X(20) VALUE
               " CLOSING BALANCE : ".
           02  STM-Closing              PIC ZZZ,ZZZ,ZZ9.99-.

       01  Stmt-Ageing-Topic-Line       PIC X(72) VALUE
           "      CURRENT       30 DAYS       60 DAYS      90+ DAYS".

       01  Stmt-Ageing-Line.
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  STM-Bucket-1             PIC ZZ,ZZZ,ZZ9.99-.
           02  STM-Bucket-2             PIC ZZ,ZZZ,ZZ9.99-.
           02  STM-Bucket-3             PIC ZZ,ZZZ,ZZ9.99-.
           02  STM-Bucket-4             PIC ZZ,ZZZ,ZZ9.99-.

       01  StmtCtl-Heading-Line         PIC X(44) VALUE
           "     STATEMENT RUN CONTROL LISTING".

       01  StmtCtl-Month-Line.
           02  FILLER                   PIC X(18) VALUE
               " STATEMENT MONTH: ".
           02  CTL-Year                 PIC 9(4).
           02  FILLER                   PIC X     VALUE "/".
           02  CTL-Month                PIC 99.

       01  StmtCtl-Detail-Line.
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  CTL-CustomerID           PIC X(5).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  CTL-Opening              PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  CTL-Closing              PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  CTL-Note                 PIC X(20).

       01  StmtCtl-Totals-Line.
           02  FILLER                   PIC X(21) VALUE
               " STATEMENTS WRITTEN: ".
           02  CTL-Statements           PIC ZZZ9.
           02  FILLER                   PIC X(17) VALUE
               "  TOTAL CLOSING: ".
           02  CTL-Total-Closing        PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           PERFORM Check-Training-Mode.
           MOVE Business-Year TO Stmt-Start-Year, Stmt-End-Year.
           MOVE Business-Month TO Stmt-Start-Month, Stmt-End-Month.
           PERFORM 1000-LOAD-CUSTOMER-MASTER.
           PERFORM 1100-LOAD-AR-LEDGER.
           PERFORM 1200-LOAD-RECEIPTS.
           OPEN OUTPUT StmtCtlRep.
           WRITE StmtCtl-Print-Line FROM StmtCtl-Heading-Line
           AFTER ADVANCING 1 LINE.
           IF Training-Mode
               WRITE StmtCtl-Print-Line FROM Training-Banner
               AFTER ADVANCING 1 LINE
           END-IF.
           MOVE Business-Year TO CTL-Year.
           MOVE Business-Month TO CTL-Month.
           WRITE StmtCtl-Print-Line FROM StmtCtl-Month-Line
           AFTER ADVANCING 1 LINE.
           PERFORM VARYING CM-Idx FROM 1 BY 1
               UNTIL CM-Idx > Cust-Master-Count
               PERFORM 2000-PRODUCE-ONE-STATEMENT
           END-PERFORM.
           MOVE Statements-Written TO CTL-Statements.
           MOVE Total-Closing TO CTL-Total-Closing.
           WRITE StmtCtl-Print-Line FROM StmtCtl-Totals-Line
           AFTER ADVANCING 2 LINES.
           CLOSE StmtCtlRep.
           DISPLAY "STATEMENTS WRITTEN: " Statements-Written.
           IF Stmt-Lines-Dropped > ZERO
               DISPLAY "WARNING: " Stmt-Lines-Dropped " STATEMENT "
                   "LINES OVER 500 FOR ONE CUSTOMER NOT PRINTED"
           END-IF.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-CUSTOMER-MASTER.
           OPEN INPUT CustMasterFile.
           IF WS-CustMaster-File-Status = "00"
               READ CustMasterFile
                   AT END SET EndOfCustMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCustMasterFile
                   IF Cust-Master-Count < 5000
                       ADD 1 TO Cust-Master-Count
                       MOVE CustMast-CustomerID
                           TO CM-CustomerID(Cust-Master-Count)
                       MOVE CustMast-Address
                           TO CM-Address(Cust-Master-Count)
                   ELSE
                       DISPLAY "WARNING: CUSTMAST.DAT TABLE FULL, "
                           "CUSTOMER " CustMast-CustomerID
                           " GETS NO STATEMENT"
                   END-IF
                   READ CustMasterFile
                       AT END SET EndOfCustMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CustMasterFile
           ELSE
               DISPLAY "WARNING: CUSTMAST.DAT NOT AVAILABLE - "
                   "NO STATEMENTS PRODUCED"
           END-IF.

       1100-LOAD-AR-LEDGER.
           OPEN INPUT ArLedgerFile.
           IF WS-ArLedger-File-Status = "00"
               READ ArLedgerFile
                   AT END SET EndOfArLedgerFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfArLedgerFile
                   IF Ar-Ledger-Count < 5000
                       ADD 1 TO Ar-Ledger-Count
                       MOVE AR-Invoice-Number
                           TO ARL-Invoice-Number(Ar-Ledger-Count)
                       MOVE AR-CustomerID
                           TO ARL-CustomerID(Ar-Ledger-Count)
                       MOVE AR-Invoice-Date
                           TO ARL-Invoice-Date(Ar-Ledger-Count)
                       MOVE AR-Invoice-Amount
                           TO ARL-Invoice-Amount(Ar-Ledger-Count)
                       MOVE AR-Amount-Paid
                           TO ARL-Amount-Paid(Ar-Ledger-Count)
                       MOVE AR-Item-Type
                           TO ARL-Item-Type(Ar-Ledger-Count)
                       MOVE AR-Status
                           TO ARL-Status(Ar-Ledger-Count)
                   ELSE
                       DISPLAY "WARNING: ARLEDGER.DAT TABLE FULL, "
                           "INVOICE " AR-Invoice-Number
                           " LEFT OFF THE STATEMENTS"
                   END-IF
                   READ ArLedgerFile
                       AT END SET EndOfArLedgerFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ArLedgerFile
           ELSE
               DISPLAY "WARNING: ARLEDGER.DAT NOT AVAILABLE"
           END-IF.

       1200-LOAD-RECEIPTS.
           OPEN INPUT ArReceiptFile.
           IF WS-ArReceipt-File-Status = "00"
               READ ArReceiptFile
                   AT END SET EndOfArReceiptFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfArReceiptFile
                   IF Rcpt-Date >= Stmt-Month-Start-N
                       IF Ar-Receipt-Count < 5000
                           ADD 1 TO Ar-Receipt-Count
                           MOVE Rcpt-Date
                               TO ARR-Date(Ar-Receipt-Count)
                           MOVE Rcpt-Invoice-Number
                               TO ARR-Invoice-Number(Ar-Receipt-Count)
                           MOVE Rcpt-CustomerID
                               TO ARR-CustomerID(Ar-Receipt-Count)
                           MOVE Rcpt-Amount
                               TO ARR-Amount(Ar-Receipt-Count)
                           MOVE Rcpt-Source
                               TO ARR-Source(Ar-Receipt-Count)
                       ELSE
                           DISPLAY "WARNING: ARRCPT.DAT TABLE FULL, "
                               "RECEIPT FOR INVOICE "
                               Rcpt-Invoice-Number
                               " LEFT OFF THE STATEMENTS"
                       END-IF
                   END-IF
                   READ ArReceiptFile
                       AT END SET EndOfArReceiptFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ArReceiptFile
           END-IF.

       2000-PRODUCE-ONE-STATEMENT.
           MOVE ZEROS TO Current-Balance, Later-Invoices,
               Later-Receipts, Month-Invoices, Month-Receipts,
               Stmt-Line-Count.
           MOVE ZEROS TO Age-Bucket(1), Age-Bucket(2),
               Age-Bucket(3), Age-Bucket(4).
           PERFORM VARYING ARL-Idx FROM 1 BY 1
               UNTIL ARL-Idx > Ar-Ledger-Count
               IF ARL-CustomerID(ARL-Idx) = CM-CustomerID(CM-Idx)
                   PERFORM 2100-TAKE-LEDGER-ITEM
               END-IF
           END-PERFORM.
           PERFORM VARYING ARR-Idx FROM 1 BY 1
               UNTIL ARR-Idx > Ar-Receipt-Count
               IF ARR-CustomerID(ARR-Idx) = CM-CustomerID(CM-Idx)
                   PERFORM 2200-TAKE-RECEIPT
               END-IF
           END-PERFORM.
           COMPUTE Closing-Balance =
               Current-Balance - Later-Invoices + Later-Receipts.
           COMPUTE Opening-Balance =
               Closing-Balance - Month-Invoices + Month-Receipts.
           PERFORM 3000-PRINT-STATEMENT.
           ADD 1 TO Statements-Written.
           ADD Closing-Balance TO Total-Closing.
           MOVE CM-CustomerID(CM-Idx) TO CTL-CustomerID.
           MOVE Opening-Balance TO CTL-Opening.
           MOVE Closing-Balance TO CTL-Closing.
           IF Stmt-Line-Count = ZERO
               MOVE "NO ACTIVITY" TO CTL-Note
           ELSE
               MOVE SPACES TO CTL-Note
           END-IF.
           WRITE StmtCtl-Print-Line FROM StmtCtl-Detail-Line
           AFTER ADVANCING 1 LINE.

      * An item dated after the month is not on this statement at
      * all; one dated in the month is listed; anything dated up to
      * the month end is aged on what it still owes.
       2100-TAKE-LEDGER-ITEM.
           IF ARL-Is-Written-Off(ARL-Idx)
               MOVE ZEROS TO Item-Outstanding
           ELSE
               COMPUTE Item-Outstanding =
                   ARL-Invoice-Amount(ARL-Idx)
                   - ARL-Amount-Paid(ARL-Idx)
           END-IF.
           ADD Item-Outstanding TO Current-Balance.
           IF ARL-Invoice-Date(ARL-Idx) > Stmt-Month-End-N
               ADD ARL-Invoice-Amount(ARL-Idx) TO Later-Invoices
           ELSE
               MOVE ARL-Invoice-Date(ARL-Idx) TO Work-Invoice-Date
               PERFORM 2300-FIND-AGE-BUCKET
               ADD Item-Outstanding TO Age-Bucket(Bucket-Idx)
               IF ARL-Invoice-Date(ARL-Idx) >= Stmt-Month-Start-N
                   ADD ARL-Invoice-Amount(ARL-Idx) TO Month-Invoices
                   IF Stmt-Line-Count < 500
                       ADD 1 TO Stmt-Line-Count
                       MOVE ARL-Invoice-Date(ARL-Idx)
                           TO SLT-Date(Stmt-Line-Count)
                       EVALUATE TRUE
                           WHEN ARL-Item-Type(ARL-Idx) = "I"
                               MOVE "INTEREST"
                                   TO SLT-Type(Stmt-Line-Count)
                           WHEN ARL-Invoice-Amount(ARL-Idx) < ZERO
                               MOVE "CREDIT NOTE"
                                   TO SLT-Type(Stmt-Line-Count)
                           WHEN OTHER
                               MOVE "INVOICE"
                                   TO SLT-Type(Stmt-Line-Count)
                       END-EVALUATE
                       MOVE ARL-Invoice-Number(ARL-Idx)
                           TO SLT-Reference(Stmt-Line-Count)
                       MOVE ARL-Invoice-Amount(ARL-Idx)
                           TO SLT-Amount(Stmt-Line-Count)
                       MOVE "N" TO SLT-Printed(Stmt-Line-Count)
                   ELSE
                       ADD 1 TO Stmt-Lines-Dropped
                   END-IF
               END-IF
           END-IF.

      * A receipt taken after the month end still owed on the
      * statement date, so it goes back onto the bucket of the
      * invoice it paid.
       2200-TAKE-RECEIPT.
           IF ARR-Date(ARR-Idx) > Stmt-Month-End-N
               ADD ARR-Amount(ARR-Idx) TO Later-Receipts
               PERFORM 2250-FIND-RECEIPT-INVOICE
               IF ARL-Found-Idx > ZERO
                   IF ARL-Invoice-Date(ARL-Found-Idx)
                       <= Stmt-Month-End-N
                       MOVE ARL-Invoice-Date(ARL-Found-Idx)
                           TO Work-Invoice-Date
                       PERFORM 2300-FIND-AGE-BUCKET
                       ADD ARR-Amount(ARR-Idx)
                           TO Age-Bucket(Bucket-Idx)
                   END-IF
               END-IF
           ELSE
               ADD ARR-Amount(ARR-Idx) TO Month-Receipts
               IF Stmt-Line-Count < 500
                   ADD 1 TO Stmt-Line-Count
                   MOVE ARR-Date(ARR-Idx) TO SLT-Date(Stmt-Line-Count)
                   EVALUATE ARR-Source(ARR-Idx)
                       WHEN "B"
                           MOVE "BANK RECEIPT"
                               TO SLT-Type(Stmt-Line-Count)
                       WHEN "R"
                           MOVE "CHQ RETURNED"
                               TO SLT-Type(Stmt-Line-Count)
                       WHEN "W"
                           MOVE "WRITTEN OFF"
                               TO SLT-Type(Stmt-Line-Count)
                       WHEN "F"
                           MOVE "PREPAYMENT"
                               TO SLT-Type(Stmt-Line-Count)
                       WHEN OTHER
                           MOVE "RECEIPT" TO SLT-Type(Stmt-Line-Count)
                   END-EVALUATE
                   MOVE ARR-Invoice-Number(ARR-Idx)
                       TO SLT-Reference(Stmt-Line-Count)
                   COMPUTE SLT-Amount(Stmt-Line-Count) =
                       ZERO - ARR-Amount(ARR-Idx)
                   MOVE "N" TO SLT-Printed(Stmt-Line-Count)
               ELSE
                   ADD 1 TO Stmt-Lines-Dropped
               END-IF
           END-IF.

       2250-FIND-RECEIPT-INVOICE.
           MOVE ZEROS TO ARL-Found-Idx.
           PERFORM VARYING ARL-Idx FROM 1 BY 1
               UNTIL ARL-Idx > Ar-Ledger-Count OR ARL-Found-Idx > ZERO
               IF ARL-Invoice-Number(ARL-Idx)
                   = ARR-Invoice-Number(ARR-Idx)
                   MOVE ARL-Idx TO ARL-Found-Idx
               END-IF
           END-PERFORM.

      * The ArAgeing rule, measured to the statement month: same
      * month current, one month 30 days, two 60, three or more 90+.
       2300-FIND-AGE-BUCKET.
           COMPUTE Age-Months =
               (Business-Year - Work-Inv-Year) * 12
               + Business-Month - Work-Inv-Month.
           EVALUATE TRUE
               WHEN Age-Months <= ZERO
                   MOVE 1 TO Bucket-Idx
               WHEN Age-Months = 1
                   MOVE 2 TO Bucket-Idx
               WHEN Age-Months = 2
                   MOVE 3 TO Bucket-Idx
               WHEN OTHER
                   MOVE 4 TO Bucket-Idx
           END-EVALUATE.

       3000-PRINT-STATEMENT.
           MOVE CM-CustomerID(CM-Idx) TO Stmt-File-CustID.
           OPEN OUTPUT StatementFile.
           WRITE Stmt-Print-Line FROM Stmt-Heading-Line
           AFTER ADVANCING 1 LINE.
           WRITE Stmt-Print-Line FROM Stmt-Title-Line
           AFTER ADVANCING 1 LINE.
           IF Training-Mode
               WRITE Stmt-Print-Line FROM Training-Banner
               AFTER ADVANCING 1 LINE
           END-IF.
           MOVE CM-Address(CM-Idx) TO STM-Address.
           WRITE Stmt-Print-Line FROM Stmt-Address-Line
           AFTER ADVANCING 2 LINES.
           MOVE CM-CustomerID(CM-Idx) TO STM-CustomerID.
           MOVE Stmt-Month-Start-N TO STM-From-Date.
           MOVE Stmt-Month-End-N TO STM-To-Date.
           WRITE Stmt-Print-Line FROM Stmt-Account-Line
           AFTER ADVANCING 1 LINE.
           MOVE Opening-Balance TO STM-Opening.
           WRITE Stmt-Print-Line FROM Stmt-Opening-Line
           AFTER ADVANCING 2 LINES.
           WRITE Stmt-Print-Line FROM Stmt-Topic-Line
           AFTER ADVANCING 2 LINES.
           MOVE Opening-Balance TO Running-Balance.
           IF Stmt-Line-Count = ZERO
               WRITE Stmt-Print-Line FROM Stmt-No-Activity-Line
               AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 3100-FIND-NEXT-LINE.
           PERFORM UNTIL SLT-Next-Idx = ZERO
               PERFORM 3200-PRINT-ONE-LINE
               PERFORM 3100-FIND-NEXT-LINE
           END-PERFORM.
           MOVE Closing-Balance TO STM-Closing.
           WRITE Stmt-Print-Line FROM Stmt-Closing-Line
           AFTER ADVANCING 2 LINES.
           WRITE Stmt-Print-Line FROM Stmt-Ageing-Topic-Line
           AFTER ADVANCING 2 LINES.
           MOVE Age-Bucket(1) TO STM-Bucket-1.
           MOVE Age-Bucket(2) TO STM-Bucket-2.
           MOVE Age-Bucket(3) TO STM-Bucket-3.
           MOVE Age-Bucket(4) TO STM-Bucket-4.
           WRITE Stmt-Print-Line FROM Stmt-Ageing-Line
           AFTER ADVANCING 1 LINE.
           CLOSE StatementFile.

      * Earliest line not yet printed; ties keep file order, so an
      * invoice prints before a receipt taken against it that day.
       3100-FIND-NEXT-LINE.
           MOVE ZEROS TO SLT-Next-Idx.
           MOVE 99999999 TO SLT-Next-Date.
           PERFORM VARYING SLT-Idx FROM 1 BY 1
               UNTIL SLT-Idx > Stmt-Line-Count
               IF SLT-Printed(SLT-Idx) = "N"
                   AND SLT-Date(SLT-Idx) < SLT-Next-Date
                   MOVE SLT-Date(SLT-Idx) TO SLT-Next-Date
                   MOVE SLT-Idx TO SLT-Next-Idx
               END-IF
           END-PERFORM.

       3200-PRINT-ONE-LINE.
           MOVE "Y" TO SLT-Printed(SLT-Next-Idx).
           ADD SLT-Amount(SLT-Next-Idx) TO Running-Balance.
           MOVE SLT-Date(SLT-Next-Idx) TO STM-Date.
           MOVE SLT-Type(SLT-Next-Idx) TO STM-Type.
           MOVE SLT-Reference(SLT-Next-Idx) TO STM-Reference.
           MOVE SLT-Amount(SLT-Next-Idx) TO STM-Amount.
           MOVE Running-Balance TO STM-Balance.
           WRITE Stmt-Print-Line FROM Stmt-Detail-Line
           AFTER ADVANCING 1 LINE.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="ARSTMT"==.
       COPY "BUSDATEPA.CPY".
       COPY "TRNMODEPA.CPY".

       END PROGRAM ArStmt.
