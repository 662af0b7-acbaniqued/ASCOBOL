      ******************************************************************
      * Author:
      * Date:
      * Purpose: Landed-cost entry for a shipment. The freight, duty
      *          and broker invoices that arrive after an overseas
      *          delivery are keyed against the shipment's GRNFILE.DAT
      *          receipts - picked by PO number and, optionally, the
      *          receipt date - and apportioned across the received
      *          lines by value or by quantity. Each line's share is
      *          folded into the oil's moving-average Stock-Unit-Cost
      *          on STOCKLED.DAT and into its lot's cost on
      *          STKLOTS.DAT, so StockVal and MarginRpt see the true
      *          cost of imported oil. The part of a share belonging
      *          to stock already sold cannot be capitalised and is
      *          marked as expensed. Each invoice goes onto
      *          APLEDGER.DAT for payment, and LANDCOST.DAT keeps the
      *          invoices and the apportionment for GlExtract and
      *          for audit.
      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - The lot QC status on STKLOTS.DAT is carried through the
      *     lot rewrite.
      *   - Each cost invoice carries its VAT rate and amount onto
      *     APLEDGER.DAT in the full AP layout, so VatReturn reclaims
      *     it; only the invoice net of VAT is apportioned onto stock
      *     and written to LANDCOST.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LandCost.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GrnFile ASSIGN TO "GRNFILE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Grn-File-Status.

       SELECT SuppMasterFile ASSIGN TO "SUPPMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SuppMaster-File-Status.

       SELECT StockLedgerFile ASSIGN TO "STOCKLED.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-StockLedger-File-Status.

       SELECT StockLotFile ASSIGN TO "STKLOTS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-StockLot-File-Status.

       SELECT ApLedgerFile ASSIGN TO "APLEDGER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ApLedger-File-Status.

      * One "I" line per cost invoice and one "A" line per invoice
      * per receipt line it was spread over; GlExtract posts the
      * business date's "A" lines.
       SELECT LandCostFile ASSIGN TO "LANDCOST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LandCost-File-Status.
       COPY "UPDJRNLFC.CPY".
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD GrnFile.
       01 Grn-Rec.
           88 EndOfGrnFile        VALUE HIGH-VALUES.
           02  GRN-Date               PIC 9(8).
           02  FILLER                 PIC X.
           02  GRN-PO-Number          PIC 9(6).
           02  FILLER                 PIC X.
           02  GRN-SupplierID         PIC X(5).
           02  FILLER                 PIC X.
           02  GRN-OilNum             PIC 99.
           02  FILLER                 PIC X.
           02  GRN-Qty                PIC 9(5).
           02  FILLER                 PIC X.
           02  GRN-Operator-ID        PIC X(5).
           02  FILLER                 PIC X.
           02  GRN-Unit-Cost          PIC 9(5)V99.
           02  FILLER                 PIC X.
           02  GRN-Rejected-Qty       PIC 9(5).
           02  FILLER                 PIC X.
           02  GRN-Lot-Number         PIC X(10).

       FD SuppMasterFile.
       01 SuppMast-Rec.
           88 EndOfSuppMasterFile   VALUE HIGH-VALUES.
           02  SuppMast-SupplierID      PIC X(5).
           02  FILLER                   PIC X.
           02  SuppMast-Name            PIC X(20).
           02  FILLER                   PIC X.
           02  SuppMast-Address         PIC X(30).
           02  FILLER                   PIC X.
           02  SuppMast-Terms-Days      PIC 9(3).

       FD StockLedgerFile.
       01 StockLedger-Rec.
           88 EndOfStockLedgerFile  VALUE HIGH-VALUES.
           02  Stock-OilNum           PIC 99.
           02  FILLER                 PIC X.
           02  Stock-OnHand           PIC S9(7)
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  Stock-Reorder-Level    PIC 9(5).
           02  FILLER                 PIC X.
           02  Stock-Unit-Cost        PIC 9(5)V99.
           02  FILLER                 PIC X.
           02  Stock-Reorder-Qty      PIC 9(5).

       FD StockLotFile.
       01 StockLot-Rec.
           88 EndOfStockLotFile   VALUE HIGH-VALUES.
           02  Lot-OilNum             PIC 99.
           02  FILLER                 PIC X.
           02  Lot-Number             PIC X(10).
           02  FILLER                 PIC X.
           02  Lot-Expiry-Date        PIC 9(8).
           02  FILLER                 PIC X.
           02  Lot-Rcpt-Date          PIC 9(8).
           02  FILLER                 PIC X.
           02  Lot-Qty-Left           PIC S9(7)
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  Lot-Unit-Cost          PIC 9(5)V99.
           02  FILLER                 PIC X.
           02  Lot-QC-Status          PIC X.

       FD ApLedgerFile.
       01 ApLedger-Rec.
           02  AP-Reference           PIC X(10).
           02  FILLER                 PIC X.
           02  AP-SupplierID          PIC X(5).
           02  FILLER                 PIC X.
           02  AP-Invoice-Date        PIC 9(8).
           02  FILLER                 PIC X.
           02  AP-Due-Date            PIC 9(8).
           02  FILLER                 PIC X.
           02  AP-PO-Number           PIC 9(6).
           02  FILLER                 PIC X.
           02  AP-OilNum              PIC 99.
           02  FILLER                 PIC X.
           02  AP-Qty                 PIC 9(5).
           02  FILLER                 PIC X.
           02  AP-Amount              PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  AP-Amount-Paid         PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  AP-Status              PIC X.
      * Input VAT included in AP-Amount, at the rate shown on the
      * invoice. Debit notes and older entries carry spaces.
           02  FILLER                 PIC X.
           02  AP-Vat-Rate            PIC V999.
           02  FILLER                 PIC X.
           02  AP-Vat-Amount          PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.

       FD LandCostFile.
       01 LandCost-Rec.
           02  LC-Rec-Type            PIC X.
               88 LC-Is-Invoice       VALUE "I".
               88 LC-Is-Apportionment VALUE "A".
           02  FILLER                 PIC X.
           02  LC-Post-Date           PIC 9(8).
           02  FILLER                 PIC X.
           02  LC-PO-Number           PIC 9(6).
           02  FILLER                 PIC X.
           02  LC-SupplierID          PIC X(5).
           02  FILLER                 PIC X.
           02  LC-Reference           PIC X(10).
           02  FILLER                 PIC X.
      * F = freight, D = duty, H = handling / broker.
           02  LC-Cost-Type           PIC X.
           02  FILLER                 PIC X.
           02  LC-OilNum              PIC 99.
           02  FILLER                 PIC X.
           02  LC-Lot-Number          PIC X(10).
           02  FILLER                 PIC X.
           02  LC-Amount              PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
      * The part of an "A" line's share that fell on stock already
      * sold, so went to cost of sales rather than onto stock.
           02  FILLER                 PIC X.
           02  LC-Expensed            PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  LC-Operator-ID         PIC X(5).

       COPY "UPDJRNLFD.CPY".
       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-Grn-File-Status           PIC XX.
       01  WS-SuppMaster-File-Status    PIC XX.
       01  WS-StockLedger-File-Status   PIC XX.
       01  WS-StockLot-File-Status      PIC XX.
       01  WS-ApLedger-File-Status      PIC XX.
       01  WS-LandCost-File-Status      PIC XX.
       COPY "UPDJRNLWS.CPY".
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Supp-Terms-Table.
           02  Supp-Terms-Entry OCCURS 500 TIMES.
               03  SPT-SupplierID       PIC X(5).
               03  SPT-Terms-Days       PIC 9(3).

       01  Supp-Terms-Count             PIC 9(3) VALUE ZEROS.
       01  SPT-Idx                      PIC 9(3).
       01  SPT-Found-Idx                PIC 9(3).

       01  Stock-Table.
           02  Stock-Entry OCCURS 30 TIMES.
               03  STK-OnHand           PIC S9(7) VALUE ZEROS.
               03  STK-Reorder-Level    PIC 9(5)  VALUE ZEROS.
               03  STK-Unit-Cost        PIC 9(5)V99 VALUE ZEROS.
               03  STK-Reorder-Qty      PIC 9(5)  VALUE ZEROS.
               03  STK-In-Use           PIC X     VALUE "N".
                   88 STK-Is-In-Use     VALUE "Y".
      * As loaded, for the update journal's before image.
               03  STK-Orig-Unit-Cost   PIC 9(5)V99 VALUE ZEROS.
      * On-hand still free to take a share in the shipment now
      * being costed, so two lines of one oil cannot both claim it.
               03  STK-Absorb-Left      PIC 9(7)  VALUE ZEROS.

       01  STK-Idx                      PIC 99.

       01  Stock-Lot-Table.
           02  Stock-Lot-Entry OCCURS 500 TIMES.
               03  SLT-OilNum           PIC 99.
               03  SLT-Number           PIC X(10).
               03  SLT-Expiry-Date      PIC 9(8).
               03  SLT-Rcpt-Date        PIC 9(8).
               03  SLT-Qty-Left         PIC S9(7).
               03  SLT-Unit-Cost        PIC 9(5)V99.
               03  SLT-QC-Status        PIC X.

       01  Stock-Lot-Count              PIC 9(3) VALUE ZEROS.
       01  SLT-Idx                      PIC 9(3).
       01  SLT-Found-Idx                PIC 9(3).
       01  Lot-Load-Overflow-Switch     PIC X VALUE "N".
           88 Lot-Load-Overflowed       VALUE "Y".
       01  Lots-Changed-Switch          PIC X VALUE "N".
           88 Lots-Changed              VALUE "Y".
       01  Ledger-Changed-Switch        PIC X VALUE "N".
           88 Ledger-Changed            VALUE "Y".

      * The shipment being costed: its accepted receipt lines.
       01  Shipment-Table.
           02  Shipment-Line OCCURS 30 TIMES.
               03  SHL-Date             PIC 9(8).
               03  SHL-OilNum           PIC 99.
               03  SHL-Qty              PIC 9(5).
               03  SHL-Unit-Cost        PIC 9(5)V99.
               03  SHL-Lot-Number       PIC X(10).
               03  SHL-Basis            PIC 9(9)V99.
               03  SHL-Absorb-Qty       PIC 9(5).
               03  SHL-Share            PIC S9(7)V99.
               03  SHL-Absorbed         PIC S9(7)V99.

       01  Shipment-Line-Count          PIC 99 VALUE ZEROS.
       01  SHL-Idx                      PIC 99.
       01  Shipment-Basis-Total         PIC 9(11)V99.

      * The cost invoices keyed for the shipment, and each one's
      * share per receipt line once apportioned.
       01  Cost-Invoice-Table.
           02  Cost-Invoice OCCURS 10 TIMES.
               03  CIN-SupplierID       PIC X(5).
               03  CIN-Terms-Idx        PIC 9(3).
               03  CIN-Reference        PIC X(10).
               03  CIN-Invoice-Date     PIC 9(8).
               03  CIN-Cost-Type        PIC X.
               03  CIN-Amount           PIC 9(7)V99.
               03  CIN-Vat-Rate         PIC V999.
               03  CIN-Vat-Amount       PIC 9(7)V99.
               03  CIN-Line-Share OCCURS 30 TIMES
                                        PIC S9(7)V99.
               03  CIN-Line-Expensed OCCURS 30 TIMES
                                        PIC S9(7)V99.

       01  Cost-Invoice-Count           PIC 99 VALUE ZEROS.
       01  CIN-Idx                      PIC 99.
       01  Shipment-Cost-Total          PIC 9(9)V99.

       01  Entry-PO-Number-X            PIC X(6).
           88 Entry-Finished            VALUE "Q     ", "q     ",
                                        SPACES.
       01  Entry-PO-Number-N REDEFINES Entry-PO-Number-X
                                        PIC 9(6).
       01  Entry-Rcpt-Date-X            PIC X(8).
       01  Entry-Rcpt-Date-N REDEFINES Entry-Rcpt-Date-X
                                        PIC 9(8).
       01  Entry-Basis                  PIC X.
           88 Basis-Is-Value            VALUE "V", "v".
           88 Basis-Is-Quantity         VALUE "Q", "q".
       01  Entry-SupplierID             PIC X(5).
           88 Entry-No-More-Invoices    VALUE SPACES.
       01  Entry-Reference              PIC X(10).
       01  Entry-Invoice-Date           PIC X(8).
       01  Entry-Invoice-Date-N REDEFINES Entry-Invoice-Date
                                        PIC 9(8).
       01  Entry-Cost-Type              PIC X.
           88 Cost-Type-Valid           VALUE "F", "D", "H".
       01  Entry-Amount                 PIC 9(7)V99.
       01  Entry-Vat-Rate-X             PIC X(3).
       01  Entry-Vat-Rate-N REDEFINES Entry-Vat-Rate-X
                                        PIC V999.
       01  Entry-Vat-Amount-X           PIC X(9).
       01  Entry-Vat-Amount-N REDEFINES Entry-Vat-Amount-X
                                        PIC 9(7)V99.
       01  Entry-Vat-Rate               PIC V999.
       01  Entry-Vat-Amount             PIC 9(7)V99.
       01  Entry-Confirm                PIC X.
           88 Entry-Confirmed           VALUE "Y", "y".

       01  Record-Valid-Switch          PIC X VALUE "N".
           88 Record-Is-Valid           VALUE "Y".

       01  Work-Share                   PIC S9(7)V99.
       01  Work-Allocated               PIC S9(7)V99.
       01  Work-Absorbed                PIC S9(7)V99.
       01  Work-Uplift                  PIC 9(5)V99.
       01  Work-Cost-Add                PIC 9(5)V99.
       01  Work-Expensed-Total          PIC S9(9)V99.

       01  Shipments-Costed             PIC 9(4) VALUE ZEROS.
       01  Invoices-Posted              PIC 9(4) VALUE ZEROS.

      * Due-date arithmetic, the same month roll ApInvoice uses.
       01  Due-Date-Work.
           02  Due-Year                 PIC 9(4).
           02  Due-Month                PIC 99.
           02  Due-Day                  PIC 9(3).
       01  Due-Date-Out                 PIC 9(8).
       01  Days-To-Add                  PIC 9(3).
       01  Month-Last-Day               PIC 99.
       01  Leap-Quot                    PIC 9(4).
       01  Leap-Rem                     PIC 9(4).

       01  Month-Day-Values.
           02  FILLER                   PIC X(24) VALUE
               "312831303130313130313031".
       01  Month-Day-Table REDEFINES Month-Day-Values.
           02  Month-Max-Day            PIC 99 OCCURS 12 TIMES.

       01  Display-Amount               PIC Z,ZZZ,ZZ9.99-.
       01  Display-Cost                 PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-SUPPLIER-TERMS.
           PERFORM 1100-LOAD-STOCK-LEDGER.
           PERFORM 1200-LOAD-STOCK-LOTS.
           PERFORM 2000-COST-ONE-SHIPMENT
               UNTIL Entry-Finished.
           PERFORM 3000-REWRITE-STOCK-LEDGER.
           PERFORM 3200-REWRITE-STOCK-LOTS.
           DISPLAY "SHIPMENTS COSTED: " Shipments-Costed.
           DISPLAY "COST INVOICES POSTED: " Invoices-Posted.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-SUPPLIER-TERMS.
           OPEN INPUT SuppMasterFile.
           IF WS-SuppMaster-File-Status = "00"
               READ SuppMasterFile
                   AT END SET EndOfSuppMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSuppMasterFile
                   IF Supp-Terms-Count < 500
                       ADD 1 TO Supp-Terms-Count
                       MOVE SuppMast-SupplierID
                           TO SPT-SupplierID(Supp-Terms-Count)
                       IF SuppMast-Terms-Days IS NUMERIC
                           MOVE SuppMast-Terms-Days
                               TO SPT-Terms-Days(Supp-Terms-Count)
                       ELSE
                           MOVE ZEROS
                               TO SPT-Terms-Days(Supp-Terms-Count)
                       END-IF
                   END-IF
                   READ SuppMasterFile
                       AT END SET EndOfSuppMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SuppMasterFile
           ELSE
               DISPLAY "WARNING: SUPPMAST.DAT NOT AVAILABLE - NO "
                   "SUPPLIER CAN BE VALIDATED"
           END-IF.

       1100-LOAD-STOCK-LEDGER.
           OPEN INPUT StockLedgerFile.
           IF WS-StockLedger-File-Status = "00"
               READ StockLedgerFile
                   AT END SET EndOfStockLedgerFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfStockLedgerFile
                   IF Stock-OilNum > ZERO AND Stock-OilNum <= 30
                       MOVE Stock-OnHand TO STK-OnHand(Stock-OilNum)
                       MOVE Stock-Reorder-Level
                           TO STK-Reorder-Level(Stock-OilNum)
                       IF Stock-Unit-Cost IS NUMERIC
                           MOVE Stock-Unit-Cost
                               TO STK-Unit-Cost(Stock-OilNum)
                       END-IF
                       IF Stock-Reorder-Qty IS NUMERIC
                           MOVE Stock-Reorder-Qty
                               TO STK-Reorder-Qty(Stock-OilNum)
                       END-IF
                       MOVE "Y" TO STK-In-Use(Stock-OilNum)
                       MOVE STK-Unit-Cost(Stock-OilNum)
                           TO STK-Orig-Unit-Cost(Stock-OilNum)
                   END-IF
                   READ StockLedgerFile
                       AT END SET EndOfStockLedgerFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StockLedgerFile
           ELSE
               DISPLAY "STOCKLED.DAT NOT AVAILABLE - NO LANDED COST "
                   "CAN REACH STOCK"
           END-IF.

       1200-LOAD-STOCK-LOTS.
           OPEN INPUT StockLotFile.
           IF WS-StockLot-File-Status = "00"
               READ StockLotFile
                   AT END SET EndOfStockLotFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfStockLotFile
                   IF Stock-Lot-Count < 500
                       ADD 1 TO Stock-Lot-Count
                       MOVE Lot-OilNum
                           TO SLT-OilNum(Stock-Lot-Count)
                       MOVE Lot-Number
                           TO SLT-Number(Stock-Lot-Count)
                       MOVE Lot-Expiry-Date
                           TO SLT-Expiry-Date(Stock-Lot-Count)
                       MOVE Lot-Rcpt-Date
                           TO SLT-Rcpt-Date(Stock-Lot-Count)
                       MOVE Lot-Qty-Left
                           TO SLT-Qty-Left(Stock-Lot-Count)
                       IF Lot-Unit-Cost IS NUMERIC
                           MOVE Lot-Unit-Cost
                               TO SLT-Unit-Cost(Stock-Lot-Count)
                       ELSE
                           MOVE ZEROS
                               TO SLT-Unit-Cost(Stock-Lot-Count)
                       END-IF
                       MOVE Lot-QC-Status
                           TO SLT-QC-Status(Stock-Lot-Count)
                   ELSE
                       SET Lot-Load-Overflowed TO TRUE
                       DISPLAY "WARNING: STKLOTS.DAT TABLE FULL, "
                           "LOT " Lot-Number " SKIPPED"
                   END-IF
                   READ StockLotFile
                       AT END SET EndOfStockLotFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StockLotFile
           END-IF.

       2000-COST-ONE-SHIPMENT.
           DISPLAY "SHIPMENT PO NUMBER (NNNNNN, OR Q TO QUIT)"
           ACCEPT Entry-PO-Number-X.
           IF NOT Entry-Finished
               IF Entry-PO-Number-N IS NOT NUMERIC
                   DISPLAY "PO NUMBER MUST BE NUMERIC"
               ELSE
                   PERFORM 2100-SELECT-RECEIPTS
                   IF Shipment-Line-Count > ZERO
                       PERFORM 2200-ACCEPT-BASIS
                       PERFORM 2300-ENTER-COST-INVOICES
                       IF Cost-Invoice-Count > ZERO
                           PERFORM 2500-APPORTION-COSTS
                           PERFORM 2600-SHOW-APPORTIONMENT
                           DISPLAY "POST THESE LANDED COSTS (Y/N)"
                           ACCEPT Entry-Confirm
                           IF Entry-Confirmed
                               PERFORM 2700-POST-SHIPMENT
                           ELSE
                               DISPLAY "SHIPMENT NOT POSTED"
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Accepted quantity only: a rejection-only GRN line never
      * reached stock, so carries none of the shipment's cost.
       2100-SELECT-RECEIPTS.
           MOVE ZEROS TO Shipment-Line-Count.
           DISPLAY "RECEIPT DATE (YYYYMMDD, BLANK FOR EVERY RECEIPT "
               "ON THE PO)"
           ACCEPT Entry-Rcpt-Date-X.
           IF Entry-Rcpt-Date-X NOT = SPACES
               AND Entry-Rcpt-Date-N IS NOT NUMERIC
               DISPLAY "DATE " Entry-Rcpt-Date-X " IS NOT NUMERIC"
           ELSE
               OPEN INPUT GrnFile
               IF WS-Grn-File-Status = "00"
                   READ GrnFile
                       AT END SET EndOfGrnFile TO TRUE
                   END-READ
                   PERFORM UNTIL EndOfGrnFile
                       IF GRN-PO-Number = Entry-PO-Number-N
                           AND GRN-Qty IS NUMERIC
                           AND GRN-Qty > ZERO
                           AND (Entry-Rcpt-Date-X = SPACES
                           OR GRN-Date = Entry-Rcpt-Date-N)
                           PERFORM 2150-ADD-SHIPMENT-LINE
                       END-IF
                       READ GrnFile
                           AT END SET EndOfGrnFile TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE GrnFile
               ELSE
                   DISPLAY "GRNFILE.DAT NOT AVAILABLE - NO RECEIPT "
                       "CAN BE COSTED"
               END-IF
               IF Shipment-Line-Count = ZERO
                   DISPLAY "NO ACCEPTED RECEIPTS FOR PO "
                       Entry-PO-Number-N
               END-IF
           END-IF.

       2150-ADD-SHIPMENT-LINE.
           IF Shipment-Line-Count < 30
               ADD 1 TO Shipment-Line-Count
               MOVE GRN-Date TO SHL-Date(Shipment-Line-Count)
               MOVE GRN-OilNum TO SHL-OilNum(Shipment-Line-Count)
               MOVE GRN-Qty TO SHL-Qty(Shipment-Line-Count)
               IF GRN-Unit-Cost IS NUMERIC
                   MOVE GRN-Unit-Cost
                       TO SHL-Unit-Cost(Shipment-Line-Count)
               ELSE
                   MOVE ZEROS TO SHL-Unit-Cost(Shipment-Line-Count)
               END-IF
               MOVE GRN-Lot-Number
                   TO SHL-Lot-Number(Shipment-Line-Count)
               DISPLAY Shipment-Line-Count ": " GRN-Date " OIL "
                   GRN-OilNum " QTY " GRN-Qty " LOT " GRN-Lot-Number
           ELSE
               DISPLAY "WARNING: MORE THAN 30 RECEIPT LINES - "
                   GRN-Date " OIL " GRN-OilNum " LEFT OUT"
           END-IF.

      * By value weighs each line by what it cost at the quay; a
      * shipment received with no prices falls back to quantity.
       2200-ACCEPT-BASIS.
           MOVE SPACE TO Entry-Basis.
           PERFORM UNTIL Basis-Is-Value OR Basis-Is-Quantity
               DISPLAY "APPORTION BY V(ALUE) OR Q(UANTITY)"
               ACCEPT Entry-Basis
           END-PERFORM.
           MOVE ZEROS TO Shipment-Basis-Total.
           IF Basis-Is-Value
               PERFORM VARYING SHL-Idx FROM 1 BY 1
                   UNTIL SHL-Idx > Shipment-Line-Count
                   COMPUTE SHL-Basis(SHL-Idx) =
                       SHL-Qty(SHL-Idx) * SHL-Unit-Cost(SHL-Idx)
                   ADD SHL-Basis(SHL-Idx) TO Shipment-Basis-Total
               END-PERFORM
               IF Shipment-Basis-Total = ZERO
                   DISPLAY "RECEIPTS CARRY NO PRICE - APPORTIONING "
                       "BY QUANTITY"
                   MOVE "Q" TO Entry-Basis
               END-IF
           END-IF.
           IF Basis-Is-Quantity
               PERFORM VARYING SHL-Idx FROM 1 BY 1
                   UNTIL SHL-Idx > Shipment-Line-Count
                   MOVE SHL-Qty(SHL-Idx) TO SHL-Basis(SHL-Idx)
                   ADD SHL-Basis(SHL-Idx) TO Shipment-Basis-Total
               END-PERFORM
           END-IF.

       2300-ENTER-COST-INVOICES.
           MOVE ZEROS TO Cost-Invoice-Count.
           MOVE ZEROS TO Shipment-Cost-Total.
           MOVE "X" TO Entry-SupplierID.
           PERFORM UNTIL Entry-No-More-Invoices
               OR Cost-Invoice-Count = 10
               DISPLAY "COST INVOICE SUPPLIER ID (BLANK WHEN DONE)"
               ACCEPT Entry-SupplierID
               IF NOT Entry-No-More-Invoices
                   PERFORM 2310-VALIDATE-SUPPLIER
                   IF Record-Is-Valid
                       PERFORM 2320-ACCEPT-INVOICE-FIELDS
                   END-IF
                   IF Record-Is-Valid
                       ADD 1 TO Cost-Invoice-Count
                       MOVE Entry-SupplierID
                           TO CIN-SupplierID(Cost-Invoice-Count)
                       MOVE SPT-Found-Idx
                           TO CIN-Terms-Idx(Cost-Invoice-Count)
                       MOVE Entry-Reference
                           TO CIN-Reference(Cost-Invoice-Count)
                       MOVE Entry-Invoice-Date-N
                           TO CIN-Invoice-Date(Cost-Invoice-Count)
                       MOVE Entry-Cost-Type
                           TO CIN-Cost-Type(Cost-Invoice-Count)
                       MOVE Entry-Amount
                           TO CIN-Amount(Cost-Invoice-Count)
                       MOVE Entry-Vat-Rate
                           TO CIN-Vat-Rate(Cost-Invoice-Count)
                       MOVE Entry-Vat-Amount
                           TO CIN-Vat-Amount(Cost-Invoice-Count)
                       COMPUTE Shipment-Cost-Total =
                           Shipment-Cost-Total + Entry-Amount
                           - Entry-Vat-Amount
                   END-IF
               END-IF
           END-PERFORM.
           IF Cost-Invoice-Count = 10
               DISPLAY "TEN COST INVOICES ENTERED - NO ROOM FOR MORE "
                   "ON THIS SHIPMENT"
           END-IF.

       2310-VALIDATE-SUPPLIER.
           MOVE "N" TO Record-Valid-Switch.
           MOVE ZEROS TO SPT-Found-Idx.
           PERFORM VARYING SPT-Idx FROM 1 BY 1
               UNTIL SPT-Idx > Supp-Terms-Count
               OR SPT-Found-Idx > ZERO
               IF SPT-SupplierID(SPT-Idx) = Entry-SupplierID
                   MOVE SPT-Idx TO SPT-Found-Idx
               END-IF
           END-PERFORM.
           IF SPT-Found-Idx > ZERO
               SET Record-Is-Valid TO TRUE
           ELSE
               DISPLAY "SUPPLIER " Entry-SupplierID
                   " IS NOT ON SUPPMAST.DAT - INVOICE REJECTED"
           END-IF.

       2320-ACCEPT-INVOICE-FIELDS.
           DISPLAY "INVOICE REFERENCE"
           ACCEPT Entry-Reference.
           DISPLAY "INVOICE DATE (YYYYMMDD)"
           ACCEPT Entry-Invoice-Date.
           DISPLAY "COST TYPE (F FREIGHT, D DUTY, H HANDLING/BROKER)"
           ACCEPT Entry-Cost-Type.
           DISPLAY "INVOICE AMOUNT (NNNNNNN.NN)"
           ACCEPT Entry-Amount.
           EVALUATE TRUE
               WHEN Entry-Invoice-Date-N IS NOT NUMERIC
                   MOVE "N" TO Record-Valid-Switch
                   DISPLAY "DATE " Entry-Invoice-Date
                       " IS NOT NUMERIC - INVOICE REJECTED"
               WHEN NOT Cost-Type-Valid
                   MOVE "N" TO Record-Valid-Switch
                   DISPLAY "COST TYPE MUST BE F, D OR H - INVOICE "
                       "REJECTED"
               WHEN Entry-Amount = ZERO
                   MOVE "N" TO Record-Valid-Switch
                   DISPLAY "AMOUNT MUST NOT BE ZERO - INVOICE "
                       "REJECTED"
           END-EVALUATE.
           MOVE ZEROS TO Entry-Vat-Rate, Entry-Vat-Amount.
           IF Record-Is-Valid
               PERFORM 2330-ACCEPT-INVOICE-VAT
           END-IF.

      * Import VAT and the VAT on freight and broker fees comes back
      * on the VAT return, so only the invoice net of it is
      * apportioned onto stock.
       2330-ACCEPT-INVOICE-VAT.
           DISPLAY "VAT RATE (NNN THOUSANDTHS, E.G. 200 FOR 20%, "
               "BLANK FOR NO VAT)"
           ACCEPT Entry-Vat-Rate-X.
           IF Entry-Vat-Rate-X = SPACES
               CONTINUE
           ELSE
               IF Entry-Vat-Rate-X IS NOT NUMERIC
                   MOVE "N" TO Record-Valid-Switch
                   DISPLAY "VAT RATE " Entry-Vat-Rate-X
                       " IS NOT NUMERIC - INVOICE REJECTED"
               ELSE
                   MOVE Entry-Vat-Rate-N TO Entry-Vat-Rate
                   DISPLAY "VAT AMOUNT ON THE INVOICE (NNNNNNNNN, "
                       "CENTS IMPLIED, BLANK TO CALCULATE)"
                   ACCEPT Entry-Vat-Amount-X
                   EVALUATE TRUE
                       WHEN Entry-Vat-Amount-X = SPACES
                           COMPUTE Entry-Vat-Amount ROUNDED =
                               Entry-Amount * Entry-Vat-Rate
                               / (1 + Entry-Vat-Rate)
                       WHEN Entry-Vat-Amount-X IS NOT NUMERIC
                           MOVE "N" TO Record-Valid-Switch
                           DISPLAY "VAT AMOUNT " Entry-Vat-Amount-X
                               " IS NOT NUMERIC - INVOICE REJECTED"
                       WHEN OTHER
                           MOVE Entry-Vat-Amount-N TO Entry-Vat-Amount
                   END-EVALUATE
               END-IF
           END-IF.
           IF Record-Is-Valid
               AND Entry-Vat-Amount > Entry-Amount
               MOVE "N" TO Record-Valid-Switch
               DISPLAY "VAT " Entry-Vat-Amount
                   " EXCEEDS THE INVOICE TOTAL - INVOICE REJECTED"
           END-IF.

      * Each invoice is spread on its own so every "A" line ties to
      * one AP item; the last receipt line takes the rounding so the
      * shares add back to the invoice to the penny. Within a line,
      * the share splits between stock still on hand and stock the
      * oil has already sold since the receipt.
       2500-APPORTION-COSTS.
           PERFORM VARYING STK-Idx FROM 1 BY 1
               UNTIL STK-Idx > 30
               IF STK-OnHand(STK-Idx) > ZERO
                   MOVE STK-OnHand(STK-Idx) TO STK-Absorb-Left(STK-Idx)
               ELSE
                   MOVE ZEROS TO STK-Absorb-Left(STK-Idx)
               END-IF
           END-PERFORM.
           PERFORM VARYING SHL-Idx FROM 1 BY 1
               UNTIL SHL-Idx > Shipment-Line-Count
               MOVE SHL-OilNum(SHL-Idx) TO STK-Idx
               MOVE ZEROS TO SHL-Absorb-Qty(SHL-Idx)
               IF STK-Idx > ZERO AND STK-Idx <= 30
                   IF STK-Absorb-Left(STK-Idx) < SHL-Qty(SHL-Idx)
                       MOVE STK-Absorb-Left(STK-Idx)
                           TO SHL-Absorb-Qty(SHL-Idx)
                   ELSE
                       MOVE SHL-Qty(SHL-Idx) TO SHL-Absorb-Qty(SHL-Idx)
                   END-IF
                   SUBTRACT SHL-Absorb-Qty(SHL-Idx)
                       FROM STK-Absorb-Left(STK-Idx)
               END-IF
               MOVE ZEROS TO SHL-Share(SHL-Idx)
               MOVE ZEROS TO SHL-Absorbed(SHL-Idx)
           END-PERFORM.
           PERFORM VARYING CIN-Idx FROM 1 BY 1
               UNTIL CIN-Idx > Cost-Invoice-Count
               MOVE ZEROS TO Work-Allocated
               PERFORM VARYING SHL-Idx FROM 1 BY 1
                   UNTIL SHL-Idx > Shipment-Line-Count
                   IF SHL-Idx = Shipment-Line-Count
                       COMPUTE Work-Share =
                           CIN-Amount(CIN-Idx) - CIN-Vat-Amount(CIN-Idx)
                           - Work-Allocated
                   ELSE
                       COMPUTE Work-Share ROUNDED =
                           (CIN-Amount(CIN-Idx)
                           - CIN-Vat-Amount(CIN-Idx))
                           * SHL-Basis(SHL-Idx)
                           / Shipment-Basis-Total
                   END-IF
                   ADD Work-Share TO Work-Allocated
                   COMPUTE Work-Absorbed ROUNDED =
                       Work-Share * SHL-Absorb-Qty(SHL-Idx)
                       / SHL-Qty(SHL-Idx)
                   MOVE Work-Share TO CIN-Line-Share(CIN-Idx, SHL-Idx)
                   COMPUTE CIN-Line-Expensed(CIN-Idx, SHL-Idx) =
                       Work-Share - Work-Absorbed
                   ADD Work-Share TO SHL-Share(SHL-Idx)
                   ADD Work-Absorbed TO SHL-Absorbed(SHL-Idx)
               END-PERFORM
           END-PERFORM.

       2600-SHOW-APPORTIONMENT.
           MOVE Shipment-Cost-Total TO Display-Amount.
           DISPLAY "LANDED COST TO APPORTION: " Display-Amount.
           PERFORM VARYING SHL-Idx FROM 1 BY 1
               UNTIL SHL-Idx > Shipment-Line-Count
               MOVE SHL-Share(SHL-Idx) TO Display-Amount
               COMPUTE Work-Uplift ROUNDED =
                   SHL-Share(SHL-Idx) / SHL-Qty(SHL-Idx)
               MOVE Work-Uplift TO Display-Cost
               DISPLAY "OIL " SHL-OilNum(SHL-Idx) " QTY "
                   SHL-Qty(SHL-Idx) " SHARE " Display-Amount
                   " PER UNIT " Display-Cost
               IF SHL-Absorbed(SHL-Idx) NOT = SHL-Share(SHL-Idx)
                   COMPUTE Display-Amount =
                       SHL-Share(SHL-Idx) - SHL-Absorbed(SHL-Idx)
                   DISPLAY "    OF WHICH ON STOCK ALREADY SOLD "
                       "(EXPENSED): " Display-Amount
               END-IF
           END-PERFORM.

       2700-POST-SHIPMENT.
           OPEN EXTEND ApLedgerFile.
           IF WS-ApLedger-File-Status NOT = "00"
               OPEN OUTPUT ApLedgerFile
           END-IF.
           OPEN EXTEND LandCostFile.
           IF WS-LandCost-File-Status NOT = "00"
               OPEN OUTPUT LandCostFile
           END-IF.
           PERFORM VARYING CIN-Idx FROM 1 BY 1
               UNTIL CIN-Idx > Cost-Invoice-Count
               PERFORM 2710-POST-COST-INVOICE
           END-PERFORM.
           CLOSE ApLedgerFile, LandCostFile.
           MOVE ZEROS TO Work-Expensed-Total.
           PERFORM VARYING SHL-Idx FROM 1 BY 1
               UNTIL SHL-Idx > Shipment-Line-Count
               PERFORM 2750-FOLD-INTO-STOCK
           END-PERFORM.
           ADD 1 TO Shipments-Costed.
           DISPLAY "SHIPMENT COSTED".
           IF Work-Expensed-Total NOT = ZERO
               MOVE Work-Expensed-Total TO Display-Amount
               DISPLAY "EXPENSED ON STOCK ALREADY SOLD: "
                   Display-Amount
           END-IF.

       2710-POST-COST-INVOICE.
           MOVE CIN-Terms-Idx(CIN-Idx) TO SPT-Found-Idx.
           MOVE CIN-Invoice-Date(CIN-Idx) TO Entry-Invoice-Date-N.
           PERFORM 2950-COMPUTE-DUE-DATE.
           MOVE SPACES TO ApLedger-Rec.
           MOVE CIN-Reference(CIN-Idx) TO AP-Reference.
           MOVE CIN-SupplierID(CIN-Idx) TO AP-SupplierID.
           MOVE CIN-Invoice-Date(CIN-Idx) TO AP-Invoice-Date.
           MOVE Due-Date-Out TO AP-Due-Date.
           MOVE Entry-PO-Number-N TO AP-PO-Number.
      * No oil and no quantity: a landed cost vouches no goods, so
      * the receipt match ApInvoice keeps is left alone.
           MOVE ZEROS TO AP-OilNum.
           MOVE ZEROS TO AP-Qty.
           MOVE CIN-Amount(CIN-Idx) TO AP-Amount.
           MOVE ZEROS TO AP-Amount-Paid.
           MOVE "O" TO AP-Status.
           MOVE CIN-Vat-Rate(CIN-Idx) TO AP-Vat-Rate.
           MOVE CIN-Vat-Amount(CIN-Idx) TO AP-Vat-Amount.
           WRITE ApLedger-Rec.

           MOVE SPACES TO LandCost-Rec.
           MOVE "I" TO LC-Rec-Type.
           MOVE Business-Date TO LC-Post-Date.
           MOVE Entry-PO-Number-N TO LC-PO-Number.
           MOVE CIN-SupplierID(CIN-Idx) TO LC-SupplierID.
           MOVE CIN-Reference(CIN-Idx) TO LC-Reference.
           MOVE CIN-Cost-Type(CIN-Idx) TO LC-Cost-Type.
           MOVE ZEROS TO LC-OilNum.
           COMPUTE LC-Amount =
               CIN-Amount(CIN-Idx) - CIN-Vat-Amount(CIN-Idx).
           MOVE ZEROS TO LC-Expensed.
           MOVE Operator-ID TO LC-Operator-ID.
           WRITE LandCost-Rec.

           PERFORM VARYING SHL-Idx FROM 1 BY 1
               UNTIL SHL-Idx > Shipment-Line-Count
               MOVE "A" TO LC-Rec-Type
               MOVE SHL-OilNum(SHL-Idx) TO LC-OilNum
               MOVE SHL-Lot-Number(SHL-Idx) TO LC-Lot-Number
               MOVE CIN-Line-Share(CIN-Idx, SHL-Idx) TO LC-Amount
               MOVE CIN-Line-Expensed(CIN-Idx, SHL-Idx)
                   TO LC-Expensed
               WRITE LandCost-Rec
           END-PERFORM.
           ADD 1 TO Invoices-Posted.
           DISPLAY "INVOICE " CIN-Reference(CIN-Idx) " POSTED, DUE "
               Due-Date-Out " VAT " CIN-Vat-Amount(CIN-Idx).

      * The on-hand part of the share lifts the oil's average cost
      * across everything on hand; the lot, whatever is left of it,
      * carries the full per-unit uplift.
       2750-FOLD-INTO-STOCK.
           MOVE SHL-OilNum(SHL-Idx) TO STK-Idx.
           COMPUTE Work-Expensed-Total = Work-Expensed-Total
               + SHL-Share(SHL-Idx) - SHL-Absorbed(SHL-Idx).
           IF STK-Idx > ZERO AND STK-Idx <= 30
               IF STK-Is-In-Use(STK-Idx)
                   AND STK-OnHand(STK-Idx) > ZERO
                   AND SHL-Absorbed(SHL-Idx) > ZERO
                   COMPUTE Work-Cost-Add ROUNDED =
                       SHL-Absorbed(SHL-Idx) / STK-OnHand(STK-Idx)
                   ADD Work-Cost-Add TO STK-Unit-Cost(STK-Idx)
                   SET Ledger-Changed TO TRUE
               END-IF
           END-IF.
           IF SHL-Lot-Number(SHL-Idx) NOT = SPACES
               MOVE ZEROS TO SLT-Found-Idx
               PERFORM VARYING SLT-Idx FROM 1 BY 1
                   UNTIL SLT-Idx > Stock-Lot-Count
                   OR SLT-Found-Idx > ZERO
                   IF SLT-OilNum(SLT-Idx) = SHL-OilNum(SHL-Idx)
                       AND SLT-Number(SLT-Idx) =
                           SHL-Lot-Number(SHL-Idx)
                       MOVE SLT-Idx TO SLT-Found-Idx
                   END-IF
               END-PERFORM
               IF SLT-Found-Idx > ZERO
                   COMPUTE Work-Uplift ROUNDED =
                       SHL-Share(SHL-Idx) / SHL-Qty(SHL-Idx)
                   ADD Work-Uplift TO SLT-Unit-Cost(SLT-Found-Idx)
                   SET Lots-Changed TO TRUE
               END-IF
           END-IF.

       2950-COMPUTE-DUE-DATE.
           MOVE Entry-Invoice-Date(1:4) TO Due-Year.
           MOVE Entry-Invoice-Date(5:2) TO Due-Month.
           MOVE Entry-Invoice-Date(7:2) TO Due-Day.
           MOVE SPT-Terms-Days(SPT-Found-Idx) TO Days-To-Add.
           ADD Days-To-Add TO Due-Day.
      * Zero forces at least one pass, which sets the real month
      * length before the UNTIL re-tests.
           MOVE ZEROS TO Month-Last-Day.
           PERFORM 2960-ROLL-MONTH
               UNTIL Due-Day <= Month-Last-Day.
           COMPUTE Due-Date-Out =
               Due-Year * 10000 + Due-Month * 100 + Due-Day.

       2960-ROLL-MONTH.
           MOVE Month-Max-Day(Due-Month) TO Month-Last-Day.
           IF Due-Month = 02
               DIVIDE Due-Year BY 4 GIVING Leap-Quot
                   REMAINDER Leap-Rem
               IF Leap-Rem = ZERO
                   MOVE 29 TO Month-Last-Day
               END-IF
           END-IF.
           IF Due-Day > Month-Last-Day
               SUBTRACT Month-Last-Day FROM Due-Day
               ADD 1 TO Due-Month
               IF Due-Month > 12
                   MOVE 01 TO Due-Month
                   ADD 1 TO Due-Year
               END-IF
           END-IF.

       3000-REWRITE-STOCK-LEDGER.
           IF Ledger-Changed
               OPEN OUTPUT StockLedgerFile
               PERFORM VARYING STK-Idx FROM 1 BY 1
                   UNTIL STK-Idx > 30
                   IF STK-Is-In-Use(STK-Idx)
                       IF STK-Unit-Cost(STK-Idx)
                           NOT = STK-Orig-Unit-Cost(STK-Idx)
                           PERFORM 3100-JOURNAL-LEDGER-CHANGE
                       END-IF
                       MOVE SPACES TO StockLedger-Rec
                       MOVE STK-Idx TO Stock-OilNum
                       MOVE STK-OnHand(STK-Idx) TO Stock-OnHand
                       MOVE STK-Reorder-Level(STK-Idx)
                           TO Stock-Reorder-Level
                       MOVE STK-Unit-Cost(STK-Idx) TO Stock-Unit-Cost
                       MOVE STK-Reorder-Qty(STK-Idx)
                           TO Stock-Reorder-Qty
                       WRITE StockLedger-Rec
                   END-IF
               END-PERFORM
               CLOSE StockLedgerFile
           END-IF.

      * Before and after images built through the FD buffer ahead
      * of the WRITE that makes the change real.
       3100-JOURNAL-LEDGER-CHANGE.
           MOVE SPACES TO StockLedger-Rec.
           MOVE STK-Idx TO Stock-OilNum.
           MOVE STK-OnHand(STK-Idx) TO Stock-OnHand.
           MOVE STK-Reorder-Level(STK-Idx) TO Stock-Reorder-Level.
           MOVE STK-Orig-Unit-Cost(STK-Idx) TO Stock-Unit-Cost.
           MOVE STK-Reorder-Qty(STK-Idx) TO Stock-Reorder-Qty.
           MOVE StockLedger-Rec TO Journal-Before-Image.
           MOVE "U" TO Journal-Action.
           MOVE STK-Unit-Cost(STK-Idx) TO Stock-Unit-Cost.
           MOVE StockLedger-Rec TO Journal-After-Image.
           MOVE "STOCKLED.DAT" TO Journal-File-Name.
           MOVE STK-Idx TO Journal-Record-Key.
           PERFORM Log-Update-Journal.

      * Every lot goes back as loaded, exhausted or not - only the
      * stock run decides when a lot drops off the file.
       3200-REWRITE-STOCK-LOTS.
           IF Lots-Changed
               IF Lot-Load-Overflowed
                   DISPLAY "STKLOTS.DAT EXCEEDED THE TABLE AT LOAD - "
                       "NOT REWRITTEN, LOT COSTS NOT SAVED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT StockLotFile
                   PERFORM VARYING SLT-Idx FROM 1 BY 1
                       UNTIL SLT-Idx > Stock-Lot-Count
                       MOVE SPACES TO StockLot-Rec
                       MOVE SLT-OilNum(SLT-Idx) TO Lot-OilNum
                       MOVE SLT-Number(SLT-Idx) TO Lot-Number
                       MOVE SLT-Expiry-Date(SLT-Idx)
                           TO Lot-Expiry-Date
                       MOVE SLT-Rcpt-Date(SLT-Idx) TO Lot-Rcpt-Date
                       MOVE SLT-Qty-Left(SLT-Idx) TO Lot-Qty-Left
                       MOVE SLT-Unit-Cost(SLT-Idx) TO Lot-Unit-Cost
                       MOVE SLT-QC-Status(SLT-Idx) TO Lot-QC-Status
                       WRITE StockLot-Rec
                   END-PERFORM
                   CLOSE StockLotFile
               END-IF
           END-IF.

       COPY "UPDJRNLPA.CPY".

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="LANDCOST"==.
       COPY "OPSIGNPA.CPY".
       COPY "BUSDATEPA.CPY".

       END PROGRAM LandCost.
