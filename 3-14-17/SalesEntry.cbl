      *   - Each line carries the BRANCH.DAT site branch code, so a
      *     merged multi-branch SALES.DAT still knows where every
      *     line was taken.
      *   - An open, unexpired QUOTE.DAT quotation for the customer
      *     can be keyed at the start of a line: its oil, size and
      *     quantity fill the line, the quote number and quoted
      *     price ride on the sales record (and on any backorder)
      *     for InvoiceGen to bill at, and the quote is marked
      *     converted.
      *   - A line for a customer with delivery points on SHIPTO.DAT
      *     takes the point code the goods are going to; it rides on
      *     the sales record (and any backorder) through picking,
      *     despatch and invoicing. Blank means the CUSTMAST.DAT
      *     address, as before.
      *   - A prepayment account (CUSTMAST.DAT prepay flag) gets a
      *     numbered pro-forma, PRF<number>.TXT, for the lines taken
      *     against it in the session instead of a plain order; the
      *     pro-forma goes on the PROFORMA.DAT register and its
      *     number rides on each line (and any backorder) so
      *     DespConf holds the goods until it is paid.
      *   - CUSTMAST.DAT and ARLEDGER.DAT are indexed: a customer is
      *     read by key when first keyed in the session and their open
      *     balance summed through the ledger's customer key, instead
      *     of loading both files at start-up.
      *   - Pro-forma numbers are taken off PROFCTL.DAT under the
      *     shared PROFORMA.LCK as each pro-forma opens, and the
      *     register is appended to under the same lock; converted
      *     quotes are marked on a fresh read of QUOTE.DAT under
      *     QUOTE.LCK, so quotes issued during the session are no
      *     longer lost.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalesEntry.
                 FILE STATUS IS WS-Sales-File-Status.

       SELECT CustMasterFile ASSIGN TO "CUSTMAST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CustMast-CustomerID
                 FILE STATUS IS WS-CustMaster-File-Status.

       SELECT OilPriceFile ASSIGN TO "OILPRICE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PackSize-File-Status.

      * Open-invoice ledger, read through its customer key for each
      * customer's outstanding balance so the credit check works
      * from what the customer actually owes when the order is
      * keyed.
       SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AR-Invoice-Number
                 ALTERNATE RECORD KEY IS AR-CustomerID
                     WITH DUPLICATES
                 FILE STATUS IS WS-ArLedger-File-Status.

      * On-hand stock per oil, read at start-up so each line can be
       SELECT RmaFile ASSIGN TO "RMA.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Rma-File-Status.

      * Quotations issued by QuoteEntry; an accepted one converts
      * into a sales line here at the quoted price.
       SELECT QuoteFile ASSIGN TO "QUOTE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Quote-File-Status.

      * Customer delivery points kept by ShipToMaint; a line for a
      * customer with points on file says which one it ships to.
       SELECT ShipToFile ASSIGN TO "SHIPTO.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ShipTo-File-Status.

      * Contract rates and regional VAT, so a pro-forma asks for
      * what the invoice will charge.
       SELECT ContractPriceFile ASSIGN TO "CONTRACT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Contract-File-Status.

       SELECT TaxRateFile ASSIGN TO "TAXRATE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TaxRate-File-Status.

      * Pro-forma register, appended to as each pro-forma is raised;
      * ArPayment and CashApply mark receipts against it, DespConf
      * checks it and InvoiceGen draws the prepayment down.
       SELECT ProFormaFile ASSIGN TO "PROFORMA.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ProForma-File-Status.

      * Last-used pro-forma number, the same control-file pattern as
      * INVCTL.DAT.
       SELECT ProFormaCtlFile ASSIGN TO "PROFCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ProFormaCtl-File-Status.

      * One pro-forma document per pro-forma, named PRF<number>.TXT.
       SELECT ProFormaDocFile ASSIGN USING ProForma-Doc-File-Name
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ProFormaDoc-File-Status.
       COPY "BRANCHFC.CPY".
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "RUNLOCKFC.CPY".
       COPY "PERSTATFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
      * field read as spaces and report under "HQ ".
           02  FILLER                       PIC X.
           02  SalesFile-Branch             PIC X(3).
      * The quotation the line was converted from and its quoted
      * unit price, which InvoiceGen bills at; spaces on a line
      * keyed without a quote.
           02  FILLER                       PIC X.
           02  SalesFile-Quote-Number       PIC X(6).
           02  FILLER                       PIC X.
           02  SalesFile-Quote-Price        PIC 9(3)V99.
      * The SHIPTO.DAT delivery point the line goes to; spaces mean
      * the CUSTMAST.DAT address.
           02  FILLER                       PIC X.
           02  SalesFile-Ship-Point         PIC X(3).
      * The PROFORMA.DAT pro-forma a prepayment account's line was
      * raised on; spaces on an ordinary account's line.
           02  FILLER                       PIC X.
           02  SalesFile-ProForma-Number    PIC X(6).

       FD CustMasterFile.
       01 CustMast-Rec.
      * before the second shop and they report under "HQ ".
           02  FILLER                   PIC X.
           02  CustMast-Branch          PIC X(3).
           02  FILLER                   PIC X.
           02  CustMast-Int-Waiver      PIC X.
      * "Y" means cash with order: lines go on a pro-forma and do
      * not ship until it is paid.
           02  FILLER                   PIC X.
           02  CustMast-Prepay-Flag     PIC X.
           02  FILLER                   PIC X(2).

       FD OilPriceFile.
       01 OilPrice-Rec.
           02  OilPrice-Cost          PIC 9(3)V99.
           02  FILLER                 PIC X.
           02  OilPrice-Eff-Date      PIC X(8).
           02  OilPrice-Eff-Date-N REDEFINES OilPrice-Eff-Date
                                      PIC 9(8).

       FD ReasonCodeFile.
       01 ReasonCode-Rec.
           02  FILLER                 PIC X.
           02  AR-Status              PIC X.
               88 AR-Is-Open          VALUE "O".
           02  FILLER                 PIC X(11).

       FD StockLedgerFile.
       01 StockLedger-Rec.
           02  BO-Order-Date          PIC 9(8).
           02  FILLER                 PIC X.
           02  BO-Reason-Code         PIC X(2).
           02  FILLER                 PIC X.
           02  BO-Quote-Number        PIC X(6).
           02  FILLER                 PIC X.
           02  BO-Quote-Price         PIC 9(3)V99.
           02  FILLER                 PIC X.
           02  BO-Ship-Point          PIC X(3).
           02  FILLER                 PIC X.
           02  BO-ProForma-Number     PIC X(6).

       FD RmaFile.
       01 Rma-Rec.
           02  FILLER                 PIC X.
           02  RMA-Qty-Left           PIC 999.

       FD QuoteFile.
       01 Quote-Rec.
           88 EndOfQuoteFile      VALUE HIGH-VALUES.
           02  QT-Number              PIC 9(6).
           02  FILLER                 PIC X.
           02  QT-CustomerID          PIC X(5).
           02  FILLER                 PIC X.
           02  QT-OilID               PIC X(3).
           02  FILLER                 PIC X.
           02  QT-UnitSize            PIC 99.
           02  FILLER                 PIC X.
           02  QT-Quantity            PIC 999.
           02  FILLER                 PIC X.
           02  QT-Price               PIC 9(3)V99.
           02  FILLER                 PIC X.
           02  QT-Valid-Until         PIC 9(8).
           02  FILLER                 PIC X.
           02  QT-RepCode             PIC X(3).
           02  FILLER                 PIC X.
           02  QT-Quote-Date          PIC 9(8).
           02  FILLER                 PIC X.
           02  QT-Status              PIC X.
           02  FILLER                 PIC X.
           02  QT-Converted-Date      PIC 9(8).

       FD ShipToFile.
       01 ShipTo-Rec.
           88 EndOfShipToFile     VALUE HIGH-VALUES.
           02  ShipTo-CustomerID      PIC X(5).
           02  FILLER                 PIC X.
           02  ShipTo-Point           PIC X(3).
           02  FILLER                 PIC X.
           02  ShipTo-Name            PIC X(20).

       FD ContractPriceFile.
       01 ContractPrice-Rec.
           88 EndOfContractPriceFile   VALUE HIGH-VALUES.
           02  Contract-CustomerID      PIC X(5).
           02  FILLER                   PIC X.
           02  Contract-OilNum          PIC 99.
           02  FILLER                   PIC X.
           02  Contract-Price           PIC 9(3)V99.

       FD TaxRateFile.
       01 TaxRate-Rec.
           88 EndOfTaxRateFile         VALUE HIGH-VALUES.
           02  TaxRate-Region           PIC X(10).
           02  FILLER                   PIC X.
           02  TaxRate-Rate             PIC V999.

       FD ProFormaFile.
       01 ProForma-Rec.
           02  PF-Number              PIC 9(6).
           02  FILLER                 PIC X.
           02  PF-CustomerID          PIC X(5).
           02  FILLER                 PIC X.
           02  PF-Issue-Date          PIC 9(8).
           02  FILLER                 PIC X.
      * VAT-inclusive value asked for, what has been received
      * against it, and how much of that has gone onto invoices.
           02  PF-Amount              PIC 9(7)V99.
           02  FILLER                 PIC X.
           02  PF-Received            PIC 9(7)V99.
           02  FILLER                 PIC X.
           02  PF-Applied             PIC 9(7)V99.
           02  FILLER                 PIC X.
      * O = awaiting payment, P = paid and goods may ship, I = the
      * prepayment fully drawn against invoices.
           02  PF-Status              PIC X.
           02  FILLER                 PIC X.
           02  PF-Paid-Date           PIC 9(8).
           02  FILLER                 PIC X.
           02  PF-Invoice-Number      PIC 9(6).

       FD ProFormaCtlFile.
       01 ProFormaCtl-Rec.
           02  ProFormaCtl-Last-Number PIC 9(6).

       FD ProFormaDocFile.
       01 ProForma-Print-Line         PIC X(72).

       COPY "BRANCHFD.CPY".
       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "RUNLOCKFD.CPY".
       COPY "PERSTATFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-Sales-File-Status         PIC XX.
       01  WS-OilPrice-File-Status      PIC XX.
       01  WS-ReasonCode-File-Status    PIC XX.
       01  WS-PackSize-File-Status      PIC XX.
       01  WS-Contract-File-Status      PIC XX.
       01  WS-TaxRate-File-Status       PIC XX.
       01  WS-ProForma-File-Status      PIC XX.
       01  WS-ProFormaCtl-File-Status   PIC XX.
       01  WS-ProFormaDoc-File-Status   PIC XX.
       COPY "BRANCHWS.CPY".
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "RUNLOCKWS.CPY".
       COPY "PERSTATWS.CPY".
       COPY "BUSDATEWS.CPY".
       01  WS-Quote-File-Status         PIC XX.

      * Every quotation on file, so the one keyed can be checked
      * and marked converted; rewritten whole at close.
       01  Quote-Table.
           02  Quote-Entry OCCURS 1000 TIMES.
               03  QTT-Number           PIC 9(6).
               03  QTT-CustomerID       PIC X(5).
               03  QTT-OilID            PIC X(3).
               03  QTT-UnitSize         PIC 99.
               03  QTT-Quantity         PIC 999.
               03  QTT-Price            PIC 9(3)V99.
               03  QTT-Valid-Until      PIC 9(8).
               03  QTT-RepCode          PIC X(3).
               03  QTT-Quote-Date       PIC 9(8).
               03  QTT-Status           PIC X.
               03  QTT-Converted-Date   PIC 9(8).

       01  Quote-Count                  PIC 9(4) VALUE ZEROS.
      * Set when the load had to skip rows: the rewrite then stands
      * down rather than delete them.
       01  Quote-Load-Overflow-Switch   PIC X VALUE "N".
           88 Quote-Load-Overflowed     VALUE "Y".
       01  Quote-File-Was-Read          PIC X VALUE "N".
           88 Quote-File-Present        VALUE "Y".
       01  Quotes-Converted             PIC 9(5) VALUE ZEROS.
      * The quotes this session converted, put back onto a fresh
      * read of QUOTE.DAT at close so quotes issued meanwhile stand.
       01  Session-Quote-Table.
           02  SQC-Number               PIC 9(6) OCCURS 1000 TIMES.
       01  SQC-Idx                      PIC 9(4).
       01  QTT-Idx                      PIC 9(4).
       01  QTT-Found-Idx                PIC 9(4).
       01  Entry-Quote-Number           PIC X(6).
       01  Entry-Quote-Number-N REDEFINES Entry-Quote-Number
                                        PIC 9(6).
       01  WS-ShipTo-File-Status        PIC XX.

      * Delivery points on file, for the point prompt.
       01  Ship-To-Table.
           02  Ship-To-Entry OCCURS 3000 TIMES.
               03  STT-CustomerID       PIC X(5).
               03  STT-Point            PIC X(3).
               03  STT-Name             PIC X(20).
       01  Ship-To-Count                PIC 9(4) VALUE ZEROS.
       01  STT-Idx                      PIC 9(4).
       01  Cust-Has-Points-Switch       PIC X VALUE "N".
           88 Cust-Has-Points           VALUE "Y".
       01  Entry-Ship-Point             PIC X(3).

       01  Pack-Size-Table.
           02  Pack-Size-Entry OCCURS 200 TIMES.
               03  PSZ-OilNum          PIC 99.
               03  PSZ-Size            PIC 99.
               03  PSZ-Factor          PIC 9V999.
       01  Pack-Size-Count             PIC 9(3) VALUE ZEROS.
       01  PSZ-Idx                     PIC 9(3).
       01  Pack-Oil-Has-Rows           PIC X.
       01  RSN-Idx                      PIC 99.
       01  Entry-Reason-Code            PIC X(2).

      * The customers ordered for this session, each read by key from
      * CUSTMAST.DAT the first time it is keyed and kept here with
      * its open balance for the lines that follow.
       01  Cust-Master-Table.
           02  Cust-Master-Entry OCCURS 5000 TIMES.
               03  CM-CustomerID        PIC X(5).
               03  CM-Credit-Limit      PIC 9(7).
               03  CM-Hold-Flag         PIC X.
               03  CM-Open-Balance      PIC S9(7)V99.
               03  CM-Region            PIC X(10).
               03  CM-Prepay-Flag       PIC X.

       01  Cust-Master-Count            PIC 9(4) VALUE ZEROS.
       01  CM-Idx                       PIC 9(4).
       01  CM-Found                     PIC X VALUE "N".
           88 CM-Was-Found              VALUE "Y".
       01  WS-ArLedger-File-Status      PIC XX.
       01  CustMaster-Open-Switch       PIC X VALUE "N".
           88 CustMaster-Is-Open        VALUE "Y".
       01  ArLedger-Open-Switch         PIC X VALUE "N".
           88 ArLedger-Is-Open          VALUE "Y".
       01  WS-StockLedger-File-Status   PIC XX.
       01  WS-BackOrder-File-Status     PIC XX.

                                        VALUE "N".
               88 Oil-Is-Priced         VALUE "Y".

      * Effective-dated price history and contract rates, the
      * structures InvoiceGen loads, for pricing pro-forma lines.
       01  Oil-Price-History.
           02  Oil-Price-Hist-Entry OCCURS 200 TIMES.
               03  OPH-OilNum           PIC 99.
               03  OPH-Cost             PIC 9(3)V99.
               03  OPH-Eff-Date         PIC 9(8).
       01  Oil-Price-Hist-Count         PIC 9(3) VALUE ZEROS.
       01  OPH-Idx                      PIC 9(3).
       01  Lookup-Best-Date             PIC 9(8).

       01  Contract-Price-Table.
           02  Contract-Price-Entry OCCURS 200 TIMES.
               03  CPT-CustomerID       PIC X(5).
               03  CPT-OilNum           PIC 99.
               03  CPT-Price            PIC 9(3)V99.
       01  Contract-Price-Count         PIC 9(3) VALUE ZEROS.
       01  CPT-Idx                      PIC 9(3).

       01  Tax-Rate-Table.
           02  Tax-Rate-Entry OCCURS 20 TIMES.
               03  TXR-Region           PIC X(10).
               03  TXR-Rate             PIC V999.
       01  Tax-Rate-Count               PIC 99 VALUE ZEROS.
       01  TXR-Idx                      PIC 99.

      * The pro-formas raised this session, one per prepayment
      * customer, and their lines; each is printed and registered
      * when the session closes.
       01  ProForma-Session-Table.
           02  ProForma-Session-Entry OCCURS 50 TIMES.
               03  PFS-Number           PIC 9(6).
               03  PFS-CustomerID       PIC X(5).
               03  PFS-CustomerName     PIC X(20).
               03  PFS-Goods-Value      PIC 9(7)V99.
       01  ProForma-Session-Count       PIC 99 VALUE ZEROS.
       01  PFS-Idx                      PIC 99.
       01  PFS-Found-Idx                PIC 99.

       01  ProForma-Line-Table.
           02  ProForma-Line-Entry OCCURS 500 TIMES.
               03  PFL-Session-Idx      PIC 99.
               03  PFL-OilID            PIC X(3).
               03  PFL-UnitSize         PIC 99.
               03  PFL-Qty              PIC 999.
               03  PFL-Trans-Date       PIC 9(8).
               03  PFL-Unit-Price       PIC 9(3)V99.
               03  PFL-Value            PIC 9(6)V99.
               03  PFL-Ship-Point       PIC X(3).
       01  ProForma-Line-Count          PIC 9(3) VALUE ZEROS.
       01  PFL-Idx                      PIC 9(3).

       01  ProForma-Number-Ctl          PIC 9(6) VALUE ZEROS.
       01  ProForma-Reserve-Switch      PIC X VALUE "N".
           88 ProForma-Number-Reserved  VALUE "Y".
           88 ProForma-Register-Busy    VALUE "B".
       01  ProForma-Line-Switch         PIC X VALUE "Y".
           88 ProForma-Line-Taken       VALUE "Y".
       01  Lookup-Price-Date            PIC 9(8).
       01  Entry-ProForma-Number        PIC X(6).
       01  Entry-ProForma-Number-N REDEFINES Entry-ProForma-Number
                                        PIC 9(6).
       01  ProForma-Unit-Price          PIC 9(3)V99.
       01  ProForma-Pack-Factor         PIC 9V999.
       01  ProForma-Line-Value          PIC 9(6)V99.
       01  ProForma-Tax-Rate            PIC V999.
       01  ProForma-Tax                 PIC 9(7)V99.
       01  ProForma-Total               PIC 9(7)V99.
       01  ProFormas-Raised             PIC 9(5) VALUE ZEROS.

       01  ProForma-Doc-File-Name.
           02  FILLER                   PIC X(3) VALUE "PRF".
           02  ProForma-Doc-Number      PIC 9(6).
           02  FILLER                   PIC X(4) VALUE ".TXT".

       01  ProForma-Heading-Line        PIC X(44) VALUE
           "     AROMAMORA LTD - PRO-FORMA INVOICE".

       01  ProForma-Number-Line.
           02  FILLER                   PIC X(19) VALUE
               " PRO-FORMA NUMBER :".
           02  FILLER                   PIC X     VALUE SPACES.
           02  Prn-PF-Number            PIC 9(6).
           02  FILLER                   PIC X(9)  VALUE "  DATE : ".
           02  Prn-PF-Date              PIC 9(8).

       01  ProForma-Customer-Line.
           02  FILLER                   PIC X(14) VALUE
               " CUSTOMER   : ".
           02  Prn-PF-Cust-Name         PIC X(20).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  FILLER                   PIC X(1)  VALUE "(".
           02  Prn-PF-Cust-Id           PIC X(5).
           02  FILLER                   PIC X(1)  VALUE ")".

       01  ProForma-Topic-Line.
           02  FILLER                   PIC X(53) VALUE
               " OIL  SIZE   QTY    DATE       UNIT PRICE      VALUE".
           02  FILLER                   PIC X(11) VALUE
               "        DLV".

       01  ProForma-Detail-Line.
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-PF-OilID             PIC X(3).
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  Prn-PF-UnitSize          PIC Z9.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-PF-Qty               PIC ZZ9.
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  Prn-PF-Trans-Date        PIC 9(8).
           02  FILLER                   PIC X(5)  VALUE SPACES.
           02  Prn-PF-Unit-Price        PIC $$$9.99.
           02  FILLER                   PIC X(5)  VALUE SPACES.
           02  Prn-PF-Value             PIC $$$,$$9.99.
           02  FILLER                   PIC X(9)  VALUE SPACES.
           02  Prn-PF-Ship-Point        PIC X(3).

       01  ProForma-Total-Line.
           02  FILLER                   PIC X(26) VALUE SPACES.
           02  Prn-PF-Total-Label       PIC X(16).
           02  Prn-PF-Total             PIC $$,$$$,$$9.99.

       01  ProForma-Footer-Line         PIC X(60) VALUE
           " PAYMENT IS DUE IN FULL BEFORE THESE GOODS CAN BE SENT".

       01  ProForma-Quote-Line.
           02  FILLER                   PIC X(23) VALUE
               " PLEASE QUOTE PRO-FORMA".
           02  FILLER                   PIC X     VALUE SPACES.
           02  Prn-PF-Quote-Number      PIC 9(6).
           02  FILLER                   PIC X(21) VALUE
               " WITH YOUR REMITTANCE".

       01  Entry-Fields.
           02  Entry-CustomerID         PIC X(5).
               88 Entry-Finished        VALUE "Q    ", "q    ",
       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           PERFORM Get-Branch-Code.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
           MOVE Operator-ID TO Lock-My-Operator.
           PERFORM 1000-OPEN-CUSTOMER-FILES.
           PERFORM 1100-LOAD-PRICED-OILS.
           PERFORM 1200-LOAD-REASON-CODES.
           PERFORM 1300-LOAD-PACK-SIZES.
           PERFORM 1400-LOAD-STOCK-AVAILABILITY.
           PERFORM 1500-LOAD-RMA-FILE.
           PERFORM 1600-LOAD-QUOTE-FILE.
           PERFORM 1700-LOAD-SHIP-TO-POINTS.
           PERFORM 1800-LOAD-CONTRACT-PRICES.
           PERFORM 1900-LOAD-TAX-RATES.

           OPEN EXTEND SalesFile.
           IF WS-Sales-File-Status NOT = "00"
               UNTIL Entry-Finished.

           CLOSE SalesFile, BackOrderFile.
           IF CustMaster-Is-Open
               CLOSE CustMasterFile
           END-IF.
           IF ArLedger-Is-Open
               CLOSE ArLedgerFile
           END-IF.
           PERFORM 3000-REWRITE-RMA-FILE.
           PERFORM 3100-REWRITE-QUOTE-FILE.
           PERFORM 3200-ISSUE-PRO-FORMAS.
           DISPLAY "SALES RECORDS WRITTEN: " Records-Written.
           DISPLAY "BACKORDER LINES WRITTEN: " Backorders-Written.
           DISPLAY "QUOTES CONVERTED: " Quotes-Converted.
           DISPLAY "PRO-FORMAS RAISED: " ProFormas-Raised.
           PERFORM Log-Run-Complete.
           STOP RUN.

      * Both files stay open for the session and are read by key
      * as customers are keyed.
       1000-OPEN-CUSTOMER-FILES.
           OPEN INPUT CustMasterFile.
           IF WS-CustMaster-File-Status = "00"
               SET CustMaster-Is-Open TO TRUE
           ELSE
               DISPLAY "WARNING: CUSTMAST.DAT NOT AVAILABLE - NO "
                   "CUSTOMER CAN BE VALIDATED"
           END-IF.
           OPEN INPUT ArLedgerFile.
           IF WS-ArLedger-File-Status = "00"
               SET ArLedger-Is-Open TO TRUE
           END-IF.

      * The customer's master record, read by key, onto the session
      * table; CM-Found-Idx points at it. A full table reuses its
      * last row.
       1010-READ-CUSTOMER-MASTER.
           IF CustMaster-Is-Open
               MOVE Entry-CustomerID TO CustMast-CustomerID
               READ CustMasterFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO CM-Found
               END-READ
           END-IF.
           IF CM-Was-Found
               IF Cust-Master-Count < 5000
                   ADD 1 TO Cust-Master-Count
               END-IF
               MOVE Cust-Master-Count TO CM-Found-Idx
               MOVE CustMast-CustomerID TO CM-CustomerID(CM-Found-Idx)
      * Masters from before the credit fields read as spaces: no
      * limit, not held.
               IF CustMast-Credit-Limit IS NUMERIC
                   MOVE CustMast-Credit-Limit
                       TO CM-Credit-Limit(CM-Found-Idx)
               ELSE
                   MOVE ZEROS TO CM-Credit-Limit(CM-Found-Idx)
               END-IF
               MOVE CustMast-Hold-Flag TO CM-Hold-Flag(CM-Found-Idx)
               MOVE CustMast-Region TO CM-Region(CM-Found-Idx)
               MOVE CustMast-Prepay-Flag
                   TO CM-Prepay-Flag(CM-Found-Idx)
               MOVE ZEROS TO CM-Open-Balance(CM-Found-Idx)
               PERFORM 1050-READ-AR-BALANCE
           END-IF.

      * Each of the customer's open invoices' outstanding balance
      * (amount less paid), found through the ledger's customer key
      * and rolled up onto the session entry.
       1050-READ-AR-BALANCE.
           IF ArLedger-Is-Open
               MOVE Entry-CustomerID TO AR-CustomerID
               START ArLedgerFile KEY = AR-CustomerID
                   INVALID KEY
                       SET EndOfArLedgerFile TO TRUE
                   NOT INVALID KEY
                       MOVE SPACES TO ArLedger-Rec
               END-START
               PERFORM UNTIL EndOfArLedgerFile
                   READ ArLedgerFile NEXT RECORD
                       AT END SET EndOfArLedgerFile TO TRUE
                   END-READ
                   IF NOT EndOfArLedgerFile
                       IF AR-CustomerID NOT = Entry-CustomerID
                           SET EndOfArLedgerFile TO TRUE
                       ELSE
                           IF AR-Is-Open
                               COMPUTE CM-Open-Balance(CM-Found-Idx) =
                                   CM-Open-Balance(CM-Found-Idx)
                                   + AR-Invoice-Amount
                                   - AR-Amount-Paid
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       1100-LOAD-PRICED-OILS.
                       AND OilPrice-OilNum > ZERO
                       AND OilPrice-OilNum <= 30
                       MOVE "Y" TO Oil-Priced-Flag(OilPrice-OilNum)
                       IF Oil-Price-Hist-Count < 200
                           ADD 1 TO Oil-Price-Hist-Count
                           MOVE OilPrice-OilNum
                               TO OPH-OilNum(Oil-Price-Hist-Count)
                           MOVE OilPrice-Cost
                               TO OPH-Cost(Oil-Price-Hist-Count)
                           IF OilPrice-Eff-Date-N IS NUMERIC
                               MOVE OilPrice-Eff-Date-N
                                 TO OPH-Eff-Date(Oil-Price-Hist-Count)
                           ELSE
                               MOVE ZEROS
                                 TO OPH-Eff-Date(Oil-Price-Hist-Count)
                           END-IF
                       END-IF
                   END-IF
                   READ OilPriceFile
                       AT END SET EndOfOilPriceFile TO TRUE
                           TO PSZ-OilNum(Pack-Size-Count)
                       MOVE PackSize-Size
                           TO PSZ-Size(Pack-Size-Count)
                       IF PackSize-Factor IS NUMERIC
                           MOVE PackSize-Factor
                               TO PSZ-Factor(Pack-Size-Count)
                       ELSE
                           MOVE 1.000 TO PSZ-Factor(Pack-Size-Count)
                       END-IF
                   END-IF
                   READ PackSizeFile
                       AT END SET EndOfPackSizeFile TO TRUE
               CLOSE RmaFile
           END-IF.

       1600-LOAD-QUOTE-FILE.
           OPEN INPUT QuoteFile.
           IF WS-Quote-File-Status = "00"
               MOVE "Y" TO Quote-File-Was-Read
               READ QuoteFile
                   AT END SET EndOfQuoteFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfQuoteFile
                   IF Quote-Count < 1000
                       ADD 1 TO Quote-Count
                       MOVE QT-Number TO QTT-Number(Quote-Count)
                       MOVE QT-CustomerID
                           TO QTT-CustomerID(Quote-Count)
                       MOVE QT-OilID TO QTT-OilID(Quote-Count)
                       MOVE QT-UnitSize TO QTT-UnitSize(Quote-Count)
                       MOVE QT-Quantity TO QTT-Quantity(Quote-Count)
                       MOVE QT-Price TO QTT-Price(Quote-Count)
                       MOVE QT-Valid-Until
                           TO QTT-Valid-Until(Quote-Count)
                       MOVE QT-RepCode TO QTT-RepCode(Quote-Count)
                       MOVE QT-Quote-Date
                           TO QTT-Quote-Date(Quote-Count)
                       MOVE QT-Status TO QTT-Status(Quote-Count)
                       MOVE QT-Converted-Date
                           TO QTT-Converted-Date(Quote-Count)
                   ELSE
                       SET Quote-Load-Overflowed TO TRUE
                       DISPLAY "WARNING: QUOTE.DAT TABLE FULL - "
                           "QUOTE " QT-Number " NOT LOADED"
                   END-IF
                   READ QuoteFile
                       AT END SET EndOfQuoteFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE QuoteFile
           END-IF.

       1700-LOAD-SHIP-TO-POINTS.
           OPEN INPUT ShipToFile.
           IF WS-ShipTo-File-Status = "00"
               READ ShipToFile
                   AT END SET EndOfShipToFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfShipToFile
                   IF Ship-To-Count < 3000
                       ADD 1 TO Ship-To-Count
                       MOVE ShipTo-CustomerID
                           TO STT-CustomerID(Ship-To-Count)
                       MOVE ShipTo-Point TO STT-Point(Ship-To-Count)
                       MOVE ShipTo-Name TO STT-Name(Ship-To-Count)
                   ELSE
                       DISPLAY "WARNING: SHIPTO.DAT TABLE FULL, "
                           "POINT " ShipTo-CustomerID "/"
                           ShipTo-Point " SKIPPED"
                   END-IF
                   READ ShipToFile
                       AT END SET EndOfShipToFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ShipToFile
           END-IF.

       1800-LOAD-CONTRACT-PRICES.
           OPEN INPUT ContractPriceFile.
           IF WS-Contract-File-Status = "00"
               READ ContractPriceFile
                   AT END SET EndOfContractPriceFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfContractPriceFile
                   IF Contract-OilNum > ZERO
                       AND Contract-OilNum <= 30
                       AND Contract-Price-Count < 200
                       ADD 1 TO Contract-Price-Count
                       MOVE Contract-CustomerID
                           TO CPT-CustomerID(Contract-Price-Count)
                       MOVE Contract-OilNum
                           TO CPT-OilNum(Contract-Price-Count)
                       MOVE Contract-Price
                           TO CPT-Price(Contract-Price-Count)
                   END-IF
                   READ ContractPriceFile
                       AT END SET EndOfContractPriceFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ContractPriceFile
           END-IF.

       1900-LOAD-TAX-RATES.
           OPEN INPUT TaxRateFile.
           IF WS-TaxRate-File-Status = "00"
               READ TaxRateFile
                   AT END SET EndOfTaxRateFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfTaxRateFile
                   IF Tax-Rate-Count < 20
                       ADD 1 TO Tax-Rate-Count
                       MOVE TaxRate-Region
                           TO TXR-Region(Tax-Rate-Count)
                       MOVE TaxRate-Rate
                           TO TXR-Rate(Tax-Rate-Count)
                   END-IF
                   READ TaxRateFile
                       AT END SET EndOfTaxRateFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TaxRateFile
           END-IF.

       1950-LOAD-PRO-FORMA-NUMBER.
           OPEN INPUT ProFormaCtlFile.
           IF WS-ProFormaCtl-File-Status = "00"
               READ ProFormaCtlFile
                   NOT AT END
                       MOVE ProFormaCtl-Last-Number
                           TO ProForma-Number-Ctl
               END-READ
               CLOSE ProFormaCtlFile
           END-IF.

      * A return explains itself or it is not taken: the reason is
      * re-prompted until it is on the RSNCODE.DAT list.
       2700-GET-RETURN-REASON.
               PERFORM 2100-VALIDATE-CUSTOMER
               IF Record-Is-Valid
                   PERFORM 2200-GET-CUSTOMER-NAME
                   PERFORM 2250-GET-QUOTE-NUMBER
                   IF QTT-Found-Idx = ZERO
                       PERFORM 2300-GET-OIL-ID
                       PERFORM 2400-GET-UNIT-SIZE
                       PERFORM 2500-GET-UNITS-SOLD
                   END-IF
                   PERFORM 2270-GET-SHIP-POINT
                   PERFORM 2600-GET-TRANS-DATE
                   PERFORM 2700-GET-RETURN-REASON
                   PERFORM 2750-GET-RMA-NUMBER
                   PERFORM 2850-ADD-PRO-FORMA-LINE
                   IF ProForma-Line-Taken
                       PERFORM 2800-CHECK-AVAILABILITY
                       IF Bottles-Fulfillable > ZERO
                           PERFORM 2900-WRITE-SALES-RECORD
                       END-IF
                       IF Bottles-Backordered > ZERO
                           PERFORM 2950-WRITE-BACKORDER-RECORD
                       END-IF
                       IF QTT-Found-Idx > ZERO
                           MOVE "C" TO QTT-Status(QTT-Found-Idx)
                           MOVE Business-Date
                               TO QTT-Converted-Date(QTT-Found-Idx)
                           ADD 1 TO Quotes-Converted
                           MOVE QTT-Number(QTT-Found-Idx)
                               TO SQC-Number(Quotes-Converted)
                           DISPLAY "QUOTE " Entry-Quote-Number
                               " CONVERTED"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Blank means no quote and the line is keyed in full. A keyed
      * quote must be open, for this customer and not past its
      * validity date; it then fills the oil, size and quantity,
      * and the line bills at its price.
       2250-GET-QUOTE-NUMBER.
           MOVE ZEROS TO QTT-Found-Idx.
           MOVE SPACES TO Entry-Quote-Number.
           IF Quote-File-Present
               MOVE "N" TO Field-Valid-Switch
               PERFORM UNTIL Field-Is-Valid
                   DISPLAY "QUOTE NUMBER (NNNNNN, BLANK IF NONE)"
                   ACCEPT Entry-Quote-Number
                   IF Entry-Quote-Number = SPACES
                       SET Field-Is-Valid TO TRUE
                   ELSE
                       PERFORM 2260-CHECK-QUOTE
                   END-IF
               END-PERFORM
           END-IF.
           IF QTT-Found-Idx > ZERO
               MOVE QTT-OilID(QTT-Found-Idx) TO Entry-OilID
               MOVE QTT-UnitSize(QTT-Found-Idx) TO Entry-UnitSize
               MOVE QTT-Quantity(QTT-Found-Idx)
                   TO Entry-Units-Digits
               MOVE "+" TO Entry-Units-Sign
               DISPLAY "QUOTE " Entry-Quote-Number ": "
                   Entry-Units-Digits " OF " Entry-OilID
                   " SIZE " Entry-UnitSize " AT "
                   QTT-Price(QTT-Found-Idx)
           END-IF.

       2260-CHECK-QUOTE.
           IF Entry-Quote-Number IS NUMERIC
               PERFORM VARYING QTT-Idx FROM 1 BY 1
                   UNTIL QTT-Idx > Quote-Count
                   IF QTT-Number(QTT-Idx) = Entry-Quote-Number-N
                       MOVE QTT-Idx TO QTT-Found-Idx
                   END-IF
               END-PERFORM
           END-IF.
           IF QTT-Found-Idx = ZERO
               DISPLAY "QUOTE " Entry-Quote-Number
                   " IS NOT ON QUOTE.DAT"
           ELSE
               IF QTT-CustomerID(QTT-Found-Idx) NOT = Entry-CustomerID
                   DISPLAY "QUOTE " Entry-Quote-Number
                       " IS FOR CUSTOMER "
                       QTT-CustomerID(QTT-Found-Idx)
                   MOVE ZEROS TO QTT-Found-Idx
               ELSE
               IF QTT-Status(QTT-Found-Idx) NOT = "O"
                   DISPLAY "QUOTE " Entry-Quote-Number
                       " WAS CONVERTED ON "
                       QTT-Converted-Date(QTT-Found-Idx)
                   MOVE ZEROS TO QTT-Found-Idx
               ELSE
               IF QTT-Valid-Until(QTT-Found-Idx) < Business-Date
                   DISPLAY "QUOTE " Entry-Quote-Number
                       " EXPIRED ON "
                       QTT-Valid-Until(QTT-Found-Idx)
                   MOVE ZEROS TO QTT-Found-Idx
               ELSE
                   SET Field-Is-Valid TO TRUE
               END-IF
               END-IF
               END-IF
           END-IF.

      * Only asked for a customer with points on SHIPTO.DAT. Blank
      * sends the line to the CUSTMAST.DAT address; anything else
      * must be one of the customer's own points.
       2270-GET-SHIP-POINT.
           MOVE SPACES TO Entry-Ship-Point.
           MOVE "N" TO Cust-Has-Points-Switch.
           PERFORM VARYING STT-Idx FROM 1 BY 1
               UNTIL STT-Idx > Ship-To-Count OR Cust-Has-Points
               IF STT-CustomerID(STT-Idx) = Entry-CustomerID
                   SET Cust-Has-Points TO TRUE
               END-IF
           END-PERFORM.
           IF Cust-Has-Points
               MOVE "N" TO Field-Valid-Switch
               PERFORM UNTIL Field-Is-Valid
                   DISPLAY "DELIVERY POINT (BLANK FOR MAIN ADDRESS)"
                   ACCEPT Entry-Ship-Point
                   IF Entry-Ship-Point = SPACES
                       SET Field-Is-Valid TO TRUE
                   ELSE
                       PERFORM VARYING STT-Idx FROM 1 BY 1
                           UNTIL STT-Idx > Ship-To-Count
                           OR Field-Is-Valid
                           IF STT-CustomerID(STT-Idx)
                               = Entry-CustomerID
                               AND STT-Point(STT-Idx)
                                   = Entry-Ship-Point
                               SET Field-Is-Valid TO TRUE
                               DISPLAY "DELIVER TO "
                                   STT-Name(STT-Idx)
                           END-IF
                       END-PERFORM
                       IF NOT Field-Is-Valid
                           DISPLAY "POINT " Entry-Ship-Point
                               " IS NOT ON SHIPTO.DAT FOR CUSTOMER "
                               Entry-CustomerID
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * A return is refused outright unless it quotes an open RMA
      * for the same customer, oil and size with enough quantity
      * left; the drawn quantity comes off the authorization so the
                   - (Entry-UnitSize * Bottles-Fulfillable)
           END-IF.

      * A prepayment account's sale goes onto the customer's pro-
      * forma for the session, opened on its first line. The whole
      * keyed quantity is priced, backordered part included - the
      * customer pays for the order, not for what is on the shelf
      * today. Returns and ordinary accounts pass straight through.
       2850-ADD-PRO-FORMA-LINE.
           MOVE SPACES TO Entry-ProForma-Number.
           MOVE "Y" TO ProForma-Line-Switch.
           MOVE "N" TO ProForma-Reserve-Switch.
           IF CM-Prepay-Flag(CM-Found-Idx) = "Y"
               AND Entry-Units-Sign = "+"
               AND Entry-Units-Digits > ZERO
               MOVE ZEROS TO PFS-Found-Idx
               PERFORM VARYING PFS-Idx FROM 1 BY 1
                   UNTIL PFS-Idx > ProForma-Session-Count
                   IF PFS-CustomerID(PFS-Idx) = Entry-CustomerID
                       MOVE PFS-Idx TO PFS-Found-Idx
                   END-IF
               END-PERFORM
               IF PFS-Found-Idx = ZERO
                   AND ProForma-Session-Count < 50
                   PERFORM 2855-RESERVE-PRO-FORMA-NUMBER
                   IF ProForma-Number-Reserved
                       ADD 1 TO ProForma-Session-Count
                       MOVE ProForma-Session-Count TO PFS-Found-Idx
                       MOVE ProForma-Number-Ctl
                           TO PFS-Number(PFS-Found-Idx)
                       MOVE Entry-CustomerID
                           TO PFS-CustomerID(PFS-Found-Idx)
                       MOVE Entry-CustomerName
                           TO PFS-CustomerName(PFS-Found-Idx)
                       MOVE ZEROS TO PFS-Goods-Value(PFS-Found-Idx)
                       DISPLAY "PRO-FORMA " ProForma-Number-Ctl
                           " OPENED - CUSTOMER " Entry-CustomerID
                           " PAYS BEFORE DESPATCH"
                   END-IF
               END-IF
               IF PFS-Found-Idx = ZERO
                   OR ProForma-Line-Count >= 500
                   MOVE "N" TO ProForma-Line-Switch
                   IF ProForma-Register-Busy
                       DISPLAY "PRO-FORMA REGISTER IN USE - LINE "
                           "REFUSED, KEY IT AGAIN SHORTLY"
                   ELSE
                       DISPLAY "PRO-FORMA TABLE FULL - LINE REFUSED, "
                           "KEY IT IN A NEW SESSION"
                   END-IF
               ELSE
                   PERFORM 2860-PRICE-PRO-FORMA-LINE
                   ADD 1 TO ProForma-Line-Count
                   MOVE PFS-Found-Idx
                       TO PFL-Session-Idx(ProForma-Line-Count)
                   MOVE Entry-OilID TO PFL-OilID(ProForma-Line-Count)
                   MOVE Entry-UnitSize
                       TO PFL-UnitSize(ProForma-Line-Count)
                   MOVE Entry-Units-Digits
                       TO PFL-Qty(ProForma-Line-Count)
                   MOVE Entry-Trans-Date
                       TO PFL-Trans-Date(ProForma-Line-Count)
                   MOVE ProForma-Unit-Price
                       TO PFL-Unit-Price(ProForma-Line-Count)
                   MOVE ProForma-Line-Value
                       TO PFL-Value(ProForma-Line-Count)
                   MOVE Entry-Ship-Point
                       TO PFL-Ship-Point(ProForma-Line-Count)
                   ADD ProForma-Line-Value
                       TO PFS-Goods-Value(PFS-Found-Idx)
                   MOVE PFS-Number(PFS-Found-Idx)
                       TO Entry-ProForma-Number-N
               END-IF
           END-IF.

      * The number is taken off PROFCTL.DAT under the register lock
      * the moment the pro-forma opens, so no other session can hand
      * out the same one; the lock is let go straight away.
       2855-RESERVE-PRO-FORMA-NUMBER.
           MOVE "PROFORMA.LCK" TO Lock-File-Name.
           PERFORM Acquire-Run-Lock.
           IF NOT Run-Lock-Held
               SET ProForma-Register-Busy TO TRUE
           ELSE
               PERFORM 1950-LOAD-PRO-FORMA-NUMBER
               ADD 1 TO ProForma-Number-Ctl
               OPEN OUTPUT ProFormaCtlFile
               MOVE ProForma-Number-Ctl TO ProFormaCtl-Last-Number
               WRITE ProFormaCtl-Rec
               CLOSE ProFormaCtlFile
               PERFORM Release-Run-Lock
               SET ProForma-Number-Reserved TO TRUE
           END-IF.

      * InvoiceGen's order: the quoted price when the line came off
      * a quote, otherwise the list rate in effect on the line date,
      * the customer's contract rate over it, and the pack factor.
      * Promotions are left to the invoice, so a campaign discount
      * only ever leaves the prepayment more than covering it.
       2860-PRICE-PRO-FORMA-LINE.
           MOVE ZEROS TO ProForma-Unit-Price.
           MOVE 1.000 TO ProForma-Pack-Factor.
           IF QTT-Found-Idx > ZERO
               MOVE QTT-Price(QTT-Found-Idx) TO ProForma-Unit-Price
           ELSE
               MOVE Entry-Trans-Date TO Lookup-Price-Date
               MOVE ZEROS TO Lookup-Best-Date
               PERFORM VARYING OPH-Idx FROM 1 BY 1
                   UNTIL OPH-Idx > Oil-Price-Hist-Count
                   IF OPH-OilNum(OPH-Idx) = Entry-OilNum
                       AND OPH-Eff-Date(OPH-Idx) <= Lookup-Price-Date
                       AND OPH-Eff-Date(OPH-Idx) >= Lookup-Best-Date
                       MOVE OPH-Eff-Date(OPH-Idx) TO Lookup-Best-Date
                       MOVE OPH-Cost(OPH-Idx) TO ProForma-Unit-Price
                   END-IF
               END-PERFORM
               PERFORM VARYING CPT-Idx FROM 1 BY 1
                   UNTIL CPT-Idx > Contract-Price-Count
                   IF CPT-CustomerID(CPT-Idx) = Entry-CustomerID
                       AND CPT-OilNum(CPT-Idx) = Entry-OilNum
                       MOVE CPT-Price(CPT-Idx) TO ProForma-Unit-Price
                   END-IF
               END-PERFORM
               PERFORM VARYING PSZ-Idx FROM 1 BY 1
                   UNTIL PSZ-Idx > Pack-Size-Count
                   IF PSZ-OilNum(PSZ-Idx) = Entry-OilNum
                       AND PSZ-Size(PSZ-Idx) = Entry-UnitSize
                       MOVE PSZ-Factor(PSZ-Idx)
                           TO ProForma-Pack-Factor
                   END-IF
               END-PERFORM
           END-IF.
           COMPUTE ProForma-Line-Value ROUNDED =
               Entry-UnitSize * Entry-Units-Digits
               * ProForma-Unit-Price * ProForma-Pack-Factor.

      * The unfulfillable bottles wait on BACKORD.DAT, oldest order
      * first, for the BoRelease run.
       2950-WRITE-BACKORDER-RECORD.
           MOVE Bottles-Backordered TO BO-Quantity.
           MOVE Entry-Trans-Date TO BO-Order-Date.
           MOVE Entry-Reason-Code TO BO-Reason-Code.
           IF QTT-Found-Idx > ZERO
               MOVE Entry-Quote-Number TO BO-Quote-Number
               MOVE QTT-Price(QTT-Found-Idx) TO BO-Quote-Price
           END-IF.
           MOVE Entry-Ship-Point TO BO-Ship-Point.
           MOVE Entry-ProForma-Number TO BO-ProForma-Number.
           WRITE BackOrder-Rec.
           ADD 1 TO Backorders-Written.
           DISPLAY "BACKORDER LINE WRITTEN".
                   MOVE CM-Idx TO CM-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT CM-Was-Found
               PERFORM 1010-READ-CUSTOMER-MASTER
           END-IF.
           IF CM-Was-Found
               PERFORM 2150-CHECK-CUSTOMER-CREDIT
               IF Credit-OK
           MOVE Entry-Reason-Code TO SalesFile-Reason-Code.
           MOVE Entry-RMA-Number TO SalesFile-RMA-Number.
           MOVE Site-Branch-Code TO SalesFile-Branch.
           IF QTT-Found-Idx > ZERO
               MOVE Entry-Quote-Number TO SalesFile-Quote-Number
               MOVE QTT-Price(QTT-Found-Idx) TO SalesFile-Quote-Price
           END-IF.
           MOVE Entry-Ship-Point TO SalesFile-Ship-Point.
           MOVE Entry-ProForma-Number TO SalesFile-ProForma-Number.
           WRITE Sales-Rec.
           ADD 1 TO Records-Written.
           DISPLAY "SALES LINE ACCEPTED".
           END-IF
           END-IF.

      * What this session has converted cannot be left unsaved, so a
      * lock held elsewhere is asked for again until it comes free.
       3050-WAIT-FOR-LOCK.
           PERFORM Acquire-Run-Lock.
           IF NOT Run-Lock-Held
               DISPLAY Lock-File-Name " NOT YET UPDATED FROM THIS "
                   "SESSION - TRYING AGAIN"
           END-IF.

      * Converted quotes go back marked, so the same quote cannot
      * be ordered twice and QuoteRpt counts the conversion. The
      * file is read afresh under QUOTE.LCK and only this session's
      * conversions are marked on it, so quotes QuoteEntry issued
      * during the session are kept.
       3100-REWRITE-QUOTE-FILE.
           IF Quotes-Converted > ZERO
               MOVE "QUOTE.LCK" TO Lock-File-Name
               PERFORM 3050-WAIT-FOR-LOCK UNTIL Run-Lock-Held
               MOVE ZEROS TO Quote-Count
               MOVE "N" TO Quote-Load-Overflow-Switch
               MOVE "N" TO Quote-File-Was-Read
               PERFORM 1600-LOAD-QUOTE-FILE
               PERFORM VARYING SQC-Idx FROM 1 BY 1
                   UNTIL SQC-Idx > Quotes-Converted
                   PERFORM VARYING QTT-Idx FROM 1 BY 1
                       UNTIL QTT-Idx > Quote-Count
                       IF QTT-Number(QTT-Idx) = SQC-Number(SQC-Idx)
                           MOVE "C" TO QTT-Status(QTT-Idx)
                           MOVE Business-Date
                               TO QTT-Converted-Date(QTT-Idx)
                       END-IF
                   END-PERFORM
               END-PERFORM
               PERFORM 3150-WRITE-QUOTE-FILE
               PERFORM Release-Run-Lock
           END-IF.

       3150-WRITE-QUOTE-FILE.
           IF Quote-Load-Overflowed
               DISPLAY "QUOTE.DAT EXCEEDED THE TABLE AT LOAD - NOT "
                   "REWRITTEN, CONVERSIONS NOT SAVED"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF Quote-File-Present AND Quotes-Converted > ZERO
               OPEN OUTPUT QuoteFile
               PERFORM VARYING QTT-Idx FROM 1 BY 1
                   UNTIL QTT-Idx > Quote-Count
                   MOVE SPACES TO Quote-Rec
                   MOVE QTT-Number(QTT-Idx) TO QT-Number
                   MOVE QTT-CustomerID(QTT-Idx) TO QT-CustomerID
                   MOVE QTT-OilID(QTT-Idx) TO QT-OilID
                   MOVE QTT-UnitSize(QTT-Idx) TO QT-UnitSize
                   MOVE QTT-Quantity(QTT-Idx) TO QT-Quantity
                   MOVE QTT-Price(QTT-Idx) TO QT-Price
                   MOVE QTT-Valid-Until(QTT-Idx) TO QT-Valid-Until
                   MOVE QTT-RepCode(QTT-Idx) TO QT-RepCode
                   MOVE QTT-Quote-Date(QTT-Idx) TO QT-Quote-Date
                   MOVE QTT-Status(QTT-Idx) TO QT-Status
                   MOVE QTT-Converted-Date(QTT-Idx)
                       TO QT-Converted-Date
                   WRITE Quote-Rec
               END-PERFORM
               CLOSE QuoteFile
           END-IF
           END-IF.

      * Each pro-forma raised this session prints as its own document
      * and goes on the register awaiting payment. The VAT is the
      * customer's regional rate, so the amount asked for is the
      * amount the invoice will come to.
       3200-ISSUE-PRO-FORMAS.
           IF ProForma-Session-Count > ZERO
               MOVE "PROFORMA.LCK" TO Lock-File-Name
               PERFORM 3050-WAIT-FOR-LOCK UNTIL Run-Lock-Held
               OPEN EXTEND ProFormaFile
               IF WS-ProForma-File-Status NOT = "00"
                   OPEN OUTPUT ProFormaFile
               END-IF
               PERFORM VARYING PFS-Idx FROM 1 BY 1
                   UNTIL PFS-Idx > ProForma-Session-Count
                   PERFORM 3250-PRINT-PRO-FORMA
                   MOVE SPACES TO ProForma-Rec
                   MOVE PFS-Number(PFS-Idx) TO PF-Number
                   MOVE PFS-CustomerID(PFS-Idx) TO PF-CustomerID
                   MOVE Business-Date TO PF-Issue-Date
                   MOVE ProForma-Total TO PF-Amount
                   MOVE ZEROS TO PF-Received
                   MOVE ZEROS TO PF-Applied
                   MOVE "O" TO PF-Status
                   MOVE ZEROS TO PF-Paid-Date
                   MOVE ZEROS TO PF-Invoice-Number
                   WRITE ProForma-Rec
                   ADD 1 TO ProFormas-Raised
               END-PERFORM
               CLOSE ProFormaFile
               PERFORM Release-Run-Lock
           END-IF.

       3250-PRINT-PRO-FORMA.
           MOVE ZERO TO ProForma-Tax-Rate.
           PERFORM VARYING CM-Idx FROM 1 BY 1
               UNTIL CM-Idx > Cust-Master-Count
               IF CM-CustomerID(CM-Idx) = PFS-CustomerID(PFS-Idx)
                   PERFORM VARYING TXR-Idx FROM 1 BY 1
                       UNTIL TXR-Idx > Tax-Rate-Count
                       IF TXR-Region(TXR-Idx) = CM-Region(CM-Idx)
                           MOVE TXR-Rate(TXR-Idx) TO ProForma-Tax-Rate
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           COMPUTE ProForma-Tax ROUNDED =
               PFS-Goods-Value(PFS-Idx) * ProForma-Tax-Rate.
           COMPUTE ProForma-Total =
               PFS-Goods-Value(PFS-Idx) + ProForma-Tax.
           MOVE PFS-Number(PFS-Idx) TO ProForma-Doc-Number.
           OPEN OUTPUT ProFormaDocFile.
           WRITE ProForma-Print-Line FROM ProForma-Heading-Line
           AFTER ADVANCING 1 LINE.
           MOVE PFS-Number(PFS-Idx) TO Prn-PF-Number.
           MOVE Business-Date TO Prn-PF-Date.
           WRITE ProForma-Print-Line FROM ProForma-Number-Line
           AFTER ADVANCING 2 LINES.
           MOVE PFS-CustomerName(PFS-Idx) TO Prn-PF-Cust-Name.
           MOVE PFS-CustomerID(PFS-Idx) TO Prn-PF-Cust-Id.
           WRITE ProForma-Print-Line FROM ProForma-Customer-Line
           AFTER ADVANCING 1 LINE.
           WRITE ProForma-Print-Line FROM ProForma-Topic-Line
           AFTER ADVANCING 2 LINES.
           PERFORM VARYING PFL-Idx FROM 1 BY 1
               UNTIL PFL-Idx > ProForma-Line-Count
               IF PFL-Session-Idx(PFL-Idx) = PFS-Idx
                   MOVE PFL-OilID(PFL-Idx) TO Prn-PF-OilID
                   MOVE PFL-UnitSize(PFL-Idx) TO Prn-PF-UnitSize
                   MOVE PFL-Qty(PFL-Idx) TO Prn-PF-Qty
                   MOVE PFL-Trans-Date(PFL-Idx) TO Prn-PF-Trans-Date
                   MOVE PFL-Unit-Price(PFL-Idx) TO Prn-PF-Unit-Price
                   MOVE PFL-Value(PFL-Idx) TO Prn-PF-Value
                   MOVE PFL-Ship-Point(PFL-Idx) TO Prn-PF-Ship-Point
                   WRITE ProForma-Print-Line FROM ProForma-Detail-Line
                   AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.
           MOVE "GOODS TOTAL   : " TO Prn-PF-Total-Label.
           MOVE PFS-Goods-Value(PFS-Idx) TO Prn-PF-Total.
           WRITE ProForma-Print-Line FROM ProForma-Total-Line
           AFTER ADVANCING 2 LINES.
           MOVE "VAT           : " TO Prn-PF-Total-Label.
           MOVE ProForma-Tax TO Prn-PF-Total.
           WRITE ProForma-Print-Line FROM ProForma-Total-Line
           AFTER ADVANCING 1 LINE.
           MOVE "AMOUNT DUE    : " TO Prn-PF-Total-Label.
           MOVE ProForma-Total TO Prn-PF-Total.
           WRITE ProForma-Print-Line FROM ProForma-Total-Line
           AFTER ADVANCING 1 LINE.
           WRITE ProForma-Print-Line FROM ProForma-Footer-Line
           AFTER ADVANCING 2 LINES.
           MOVE PFS-Number(PFS-Idx) TO Prn-PF-Quote-Number.
           WRITE ProForma-Print-Line FROM ProForma-Quote-Line
           AFTER ADVANCING 1 LINE.
           CLOSE ProFormaDocFile.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="SALESENTRY"==.
       COPY "RUNLOCKPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="SALESENTRY"==.
       COPY "PERSTATPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="SALESENTRY"==.
       COPY "OPSIGNPA.CPY".
       COPY "BRANCHPA.CPY".
       COPY "BUSDATEPA.CPY".

       END PROGRAM SalesEntry.
