      *     to STKLOTS.DAT, so the sales and blend postings can
      *     relieve stock oldest lot first and a recall can name
      *     its customers.
      *   - The receipt also lands on this site's branch row of
      *     STOCKBR.DAT, so branch stock shows where it arrived.
      *   - Any quantity turned away at the door is keyed as
      *     rejected and recorded on the GRNFILE.DAT line, without
      *     touching stock, for the supplier scorecard. A wholly
      *     rejected delivery posts with nothing accepted. The PO
      *     line's due date and agreed price ride through the
      *     POFILE.DAT rewrite.
      *   - The stock ledger's new reorder quantity is carried
      *     through the STOCKLED.DAT rewrite untouched.
      *   - The lot carries the receipt's unit cost, and the GRN
      *     line names the lot, for the landed-cost apportionment.
      *   - A new lot goes onto STKLOTS.DAT on QC hold; nothing draws
      *     it until the laboratory releases it through QcEntry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GoodsRcpt.
       SELECT StockLotFile ASSIGN TO "STKLOTS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-StockLot-File-Status.

      * On-hand per oil per branch; the goods arrive at this site.
       SELECT BranchStockFile ASSIGN TO "STOCKBR.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BranchStock-File-Status.
       COPY "UPDJRNLFC.CPY".
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".
       COPY "BRANCHFC.CPY".

       DATA DIVISION.
       FILE SECTION.
           02  PO-Qty-Received        PIC 9(5).
           02  FILLER                 PIC X.
           02  PO-Status              PIC X.
           02  FILLER                 PIC X.
           02  PO-Due-Date            PIC 9(8).
           02  FILLER                 PIC X.
           02  PO-Unit-Price          PIC 9(5)V99.

       FD StockLedgerFile.
       01 StockLedger-Rec.
      * before the field read as spaces and value at zero.
           02  FILLER                 PIC X.
           02  Stock-Unit-Cost        PIC 9(5)V99.
      * Quantity to order when the level is reached, set from the
      * approved demand-based proposal; zero on oils never reviewed.
           02  FILLER                 PIC X.
           02  Stock-Reorder-Qty      PIC 9(5).

       FD GrnFile.
       01 Grn-Rec.
      * note, feeding the moving-average stock cost.
           02  FILLER                 PIC X.
           02  GRN-Unit-Cost          PIC 9(5)V99.
      * Quantity refused at the door - damaged, wrong oil, short
      * dated - which never reached stock.
           02  FILLER                 PIC X.
           02  GRN-Rejected-Qty       PIC 9(5).
      * The lot the accepted quantity went into, so a landed cost
      * entered later can reach the lot as well as the ledger.
           02  FILLER                 PIC X.
           02  GRN-Lot-Number         PIC X(10).

       FD StockLotFile.
       01 StockLot-Rec.
           02  FILLER                 PIC X.
           02  Lot-Qty-Left           PIC S9(7)
               SIGN IS TRAILING SEPARATE.
      * What one unit of the lot cost: the receipt price, plus any
      * freight and duty apportioned to the shipment afterwards.
           02  FILLER                 PIC X.
           02  Lot-Unit-Cost          PIC 9(5)V99.
      * H on QC hold, A released, R rejected.
           02  FILLER                 PIC X.
           02  Lot-QC-Status          PIC X.

       FD BranchStockFile.
       01 BranchStock-Rec.
           88 EndOfBranchStockFile  VALUE HIGH-VALUES.
           02  BrStock-Branch         PIC X(3).
           02  FILLER                 PIC X.
           02  BrStock-OilNum         PIC 99.
           02  FILLER                 PIC X.
           02  BrStock-OnHand         PIC S9(7)
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  BrStock-Reorder-Level  PIC 9(5).

       COPY "UPDJRNLFD.CPY".
       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".
       COPY "BRANCHFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-Po-File-Status            PIC XX.
       01  WS-StockLedger-File-Status   PIC XX.
       01  WS-Grn-File-Status           PIC XX.
       01  WS-StockLot-File-Status      PIC XX.
       01  WS-BranchStock-File-Status   PIC XX.
       COPY "UPDJRNLWS.CPY".
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".
       COPY "BRANCHWS.CPY".

       01  Po-Line-Table.
           02  Po-Line-Entry OCCURS 1000 TIMES.
               03  POT-Qty-Received     PIC 9(5).
               03  POT-Status           PIC X.
                   88 POT-Is-Open       VALUE "O".
               03  POT-Due-Date         PIC 9(8).
               03  POT-Unit-Price       PIC 9(5)V99.

       01  Po-Line-Count                PIC 9(4) VALUE ZEROS.
       01  Load-Overflow-Switch         PIC X VALUE "N".
               03  STK-OnHand           PIC S9(7) VALUE ZEROS.
               03  STK-Reorder-Level    PIC 9(5)  VALUE ZEROS.
               03  STK-Unit-Cost        PIC 9(5)V99 VALUE ZEROS.
               03  STK-Reorder-Qty      PIC 9(5)  VALUE ZEROS.
               03  STK-In-Use           PIC X     VALUE "N".
                   88 STK-Is-In-Use     VALUE "Y".
      * As loaded, for the update journal's before image.

       01  STK-Idx                      PIC 99.

       01  Branch-Stock-Table.
           02  Branch-Stock-Entry OCCURS 300 TIMES.
               03  BST-Branch           PIC X(3).
               03  BST-OilNum           PIC 99.
               03  BST-OnHand           PIC S9(7).
               03  BST-Reorder-Level    PIC 9(5).

       01  Branch-Stock-Count           PIC 9(3) VALUE ZEROS.
       01  Branch-Load-Overflow-Switch  PIC X VALUE "N".
           88 Branch-Load-Overflowed    VALUE "Y".
       01  BST-Idx                      PIC 9(3).
       01  BST-Found-Idx                PIC 9(3).

       01  Entry-PO-Number-X            PIC X(6).
           88 Entry-Finished            VALUE "Q     ", "q     ",
                                        SPACES.
       01  Entry-Rcpt-Qty-X             PIC X(5).
       01  Entry-Rcpt-Qty-N REDEFINES Entry-Rcpt-Qty-X
                                        PIC 9(5).
       01  Entry-Reject-Qty-X           PIC X(5).
       01  Entry-Reject-Qty-N REDEFINES Entry-Reject-Qty-X
                                        PIC 9(5).
       01  Entry-Unit-Cost              PIC 9(5)V99.
       01  Entry-Lot-Number             PIC X(10).
       01  Entry-Expiry-Date            PIC X(8).
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
           PERFORM Get-Business-Date.
           PERFORM Get-Branch-Code.
           DISPLAY "RECEIVING INTO BRANCH " Site-Branch-Code.
           PERFORM 1000-LOAD-PO-FILE.
           PERFORM 1100-LOAD-STOCK-LEDGER.
           PERFORM 1200-LOAD-BRANCH-STOCK.
           OPEN EXTEND GrnFile.
           IF WS-Grn-File-Status NOT = "00"
               OPEN OUTPUT GrnFile
           CLOSE GrnFile.
           PERFORM 3000-REWRITE-PO-FILE.
           PERFORM 3100-REWRITE-STOCK-LEDGER.
           PERFORM 3300-REWRITE-BRANCH-STOCK.
           DISPLAY "RECEIPTS POSTED: " Receipts-Posted.
           PERFORM Log-Run-Complete.
           STOP RUN.
                       MOVE PO-Qty-Received
                           TO POT-Qty-Received(Po-Line-Count)
                       MOVE PO-Status TO POT-Status(Po-Line-Count)
                       IF PO-Due-Date IS NUMERIC
                           MOVE PO-Due-Date
                               TO POT-Due-Date(Po-Line-Count)
                       ELSE
                           MOVE ZEROS TO POT-Due-Date(Po-Line-Count)
                       END-IF
                       IF PO-Unit-Price IS NUMERIC
                           MOVE PO-Unit-Price
                               TO POT-Unit-Price(Po-Line-Count)
                       ELSE
                           MOVE ZEROS
                               TO POT-Unit-Price(Po-Line-Count)
                       END-IF
                   ELSE
                       SET Load-Overflowed TO TRUE
                       DISPLAY "WARNING: POFILE.DAT TABLE FULL, "
                       MOVE Stock-OnHand TO STK-OnHand(Stock-OilNum)
                       MOVE Stock-Reorder-Level
                           TO STK-Reorder-Level(Stock-OilNum)
                       IF Stock-Reorder-Qty IS NUMERIC
                           MOVE Stock-Reorder-Qty
                               TO STK-Reorder-Qty(Stock-OilNum)
                       END-IF
                       IF Stock-Unit-Cost IS NUMERIC
                           MOVE Stock-Unit-Cost
                               TO STK-Unit-Cost(Stock-OilNum)
                   "POSTING AGAINST ZERO STOCK"
           END-IF.

       1200-LOAD-BRANCH-STOCK.
           OPEN INPUT BranchStockFile.
           IF WS-BranchStock-File-Status = "00"
               READ BranchStockFile
                   AT END SET EndOfBranchStockFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfBranchStockFile
                   IF Branch-Stock-Count < 300
                       ADD 1 TO Branch-Stock-Count
                       MOVE BrStock-Branch
                           TO BST-Branch(Branch-Stock-Count)
                       MOVE BrStock-OilNum
                           TO BST-OilNum(Branch-Stock-Count)
                       MOVE BrStock-OnHand
                           TO BST-OnHand(Branch-Stock-Count)
                       MOVE BrStock-Reorder-Level
                           TO BST-Reorder-Level(Branch-Stock-Count)
                   ELSE
                       SET Branch-Load-Overflowed TO TRUE
                       DISPLAY "WARNING: STOCKBR.DAT TABLE FULL, "
                           "BRANCH " BrStock-Branch " OIL "
                           BrStock-OilNum " SKIPPED"
                   END-IF
                   READ BranchStockFile
                       AT END SET EndOfBranchStockFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BranchStockFile
           END-IF.

       2000-POST-ONE-RECEIPT.
           DISPLAY "PO NUMBER (OR Q TO QUIT)"
           ACCEPT Entry-PO-Number-X.
      * Quantity onto stock, onto the PO line, and onto GRNFILE.DAT
      * in one motion; the line closes when it is fully received.
      * An over-delivery is accepted - the stock really did arrive -
      * and closes the line too. A rejected quantity is recorded
      * but never reaches stock or the PO line.
       2200-ACCEPT-AND-POST-QTY.
           DISPLAY "QUANTITY ACCEPTED (NNNNN), ORDERED "
               POT-Qty-Ordered(POT-Found-Idx)
               " RECEIVED SO FAR "
               POT-Qty-Received(POT-Found-Idx).
           ACCEPT Entry-Rcpt-Qty-X.
           DISPLAY "QUANTITY REJECTED (NNNNN, BLANK FOR NONE)".
           ACCEPT Entry-Reject-Qty-X.
           IF Entry-Reject-Qty-X = SPACES
               MOVE ZEROS TO Entry-Reject-Qty-N
           END-IF.
           EVALUATE TRUE
               WHEN Entry-Rcpt-Qty-N IS NOT NUMERIC
                   OR Entry-Reject-Qty-N IS NOT NUMERIC
                   DISPLAY "QUANTITIES MUST BE NUMERIC - NOT POSTED"
               WHEN Entry-Rcpt-Qty-N = ZERO
                   AND Entry-Reject-Qty-N = ZERO
                   DISPLAY "NOTHING ACCEPTED OR REJECTED - "
                       "NOT POSTED"
               WHEN Entry-Rcpt-Qty-N = ZERO
                   PERFORM 2290-POST-REJECTION-ONLY
               WHEN OTHER
                   PERFORM 2210-POST-ACCEPTED-QTY
           END-EVALUATE.

       2210-POST-ACCEPTED-QTY.
           DISPLAY "UNIT COST (NNNNN.NN)".
           ACCEPT Entry-Unit-Cost.
           DISPLAY "LOT NUMBER (UP TO 10 CHARS)".
           ACCEPT Entry-Lot-Number.
           DISPLAY "EXPIRY DATE (YYYYMMDD)".
           ACCEPT Entry-Expiry-Date.
           IF Entry-Expiry-Date-N IS NOT NUMERIC
               MOVE ZEROS TO Entry-Expiry-Date-N
               DISPLAY "EXPIRY NOT NUMERIC - RECORDED AS ZEROS"
           END-IF.
           PERFORM 2250-REAVERAGE-UNIT-COST.
           ADD Entry-Rcpt-Qty-N
               TO STK-OnHand(Entry-OilNum-N).
           MOVE "Y" TO STK-In-Use(Entry-OilNum-N).
           PERFORM 2280-POST-BRANCH-STOCK.
           ADD Entry-Rcpt-Qty-N
               TO POT-Qty-Received(POT-Found-Idx).
           IF POT-Qty-Received(POT-Found-Idx)
               >= POT-Qty-Ordered(POT-Found-Idx)
               MOVE "C" TO POT-Status(POT-Found-Idx)
               DISPLAY "PO LINE CLOSED"
           END-IF.
           MOVE SPACES TO Grn-Rec.
           MOVE Business-Date TO GRN-Date.
           MOVE Entry-PO-Number-N TO GRN-PO-Number.
           MOVE POT-SupplierID(POT-Found-Idx) TO GRN-SupplierID.
           MOVE Entry-OilNum-N TO GRN-OilNum.
           MOVE Entry-Rcpt-Qty-N TO GRN-Qty.
           MOVE Operator-ID TO GRN-Operator-ID.
           MOVE Entry-Unit-Cost TO GRN-Unit-Cost.
           MOVE Entry-Reject-Qty-N TO GRN-Rejected-Qty.
           MOVE Entry-Lot-Number TO GRN-Lot-Number.
           WRITE Grn-Rec.
           PERFORM 2270-WRITE-LOT-RECORD.
           ADD 1 TO Receipts-Posted.
           DISPLAY "RECEIPT POSTED".

      * Nothing reached the shelf: the GRN line carries the refused
      * quantity alone, so the supplier is still measured for it.
       2290-POST-REJECTION-ONLY.
           MOVE SPACES TO Grn-Rec.
           MOVE Business-Date TO GRN-Date.
           MOVE Entry-PO-Number-N TO GRN-PO-Number.
           MOVE POT-SupplierID(POT-Found-Idx) TO GRN-SupplierID.
           MOVE Entry-OilNum-N TO GRN-OilNum.
           MOVE ZEROS TO GRN-Qty.
           MOVE Operator-ID TO GRN-Operator-ID.
           MOVE ZEROS TO GRN-Unit-Cost.
           MOVE Entry-Reject-Qty-N TO GRN-Rejected-Qty.
           WRITE Grn-Rec.
           ADD 1 TO Receipts-Posted.
           DISPLAY "DELIVERY REJECTED - RECORDED".

      * The receipt's lot joins the open-lot file at full quantity,
      * held for QC; once released the stock postings drain it
      * oldest receipt first.
       2270-WRITE-LOT-RECORD.
           OPEN EXTEND StockLotFile.
           IF WS-StockLot-File-Status NOT = "00"
           MOVE Entry-Expiry-Date-N TO Lot-Expiry-Date.
           MOVE Business-Date TO Lot-Rcpt-Date.
           MOVE Entry-Rcpt-Qty-N TO Lot-Qty-Left.
           MOVE Entry-Unit-Cost TO Lot-Unit-Cost.
           MOVE "H" TO Lot-QC-Status.
           WRITE StockLot-Rec.
           CLOSE StockLotFile.

      * This site's row for the oil, added at zero on its first
      * receipt of it.
       2280-POST-BRANCH-STOCK.
           MOVE ZEROS TO BST-Found-Idx.
           PERFORM VARYING BST-Idx FROM 1 BY 1
               UNTIL BST-Idx > Branch-Stock-Count
               OR BST-Found-Idx > ZERO
               IF BST-Branch(BST-Idx) = Site-Branch-Code
                   AND BST-OilNum(BST-Idx) = Entry-OilNum-N
                   MOVE BST-Idx TO BST-Found-Idx
               END-IF
           END-PERFORM.
           IF BST-Found-Idx = ZERO
               IF Branch-Stock-Count < 300
                   ADD 1 TO Branch-Stock-Count
                   MOVE Branch-Stock-Count TO BST-Found-Idx
                   MOVE Site-Branch-Code TO BST-Branch(BST-Found-Idx)
                   MOVE Entry-OilNum-N TO BST-OilNum(BST-Found-Idx)
                   MOVE ZEROS TO BST-OnHand(BST-Found-Idx)
                   MOVE ZEROS TO BST-Reorder-Level(BST-Found-Idx)
               ELSE
                   DISPLAY "WARNING: STOCKBR.DAT TABLE FULL - BRANCH "
                       "STOCK NOT POSTED"
               END-IF
           END-IF.
           IF BST-Found-Idx > ZERO
               ADD Entry-Rcpt-Qty-N TO BST-OnHand(BST-Found-Idx)
           END-IF.

      * Moving average: the old holding at its old cost plus the
      * receipt at its cost, spread over the combined quantity.
      * With nothing (or negative book stock) on hand the receipt
               MOVE POT-Qty-Ordered(POT-Idx) TO PO-Qty-Ordered
               MOVE POT-Qty-Received(POT-Idx) TO PO-Qty-Received
               MOVE POT-Status(POT-Idx) TO PO-Status
               MOVE POT-Due-Date(POT-Idx) TO PO-Due-Date
               MOVE POT-Unit-Price(POT-Idx) TO PO-Unit-Price
               WRITE Po-Rec
           END-PERFORM
           CLOSE PoFile
                   MOVE STK-OnHand(STK-Idx) TO Stock-OnHand
                   MOVE STK-Reorder-Level(STK-Idx)
                       TO Stock-Reorder-Level
                   MOVE STK-Reorder-Qty(STK-Idx) TO Stock-Reorder-Qty
                   MOVE STK-Unit-Cost(STK-Idx) TO Stock-Unit-Cost
                   WRITE StockLedger-Rec
               END-IF
           END-PERFORM.
           CLOSE StockLedgerFile.

       3300-REWRITE-BRANCH-STOCK.
           IF Branch-Load-Overflowed
               DISPLAY "STOCKBR.DAT EXCEEDED THE TABLE AT LOAD - "
                   "NOT REWRITTEN, BRANCH RECEIPTS NOT SAVED"
               MOVE 8 TO RETURN-CODE
           ELSE
           OPEN OUTPUT BranchStockFile
           PERFORM VARYING BST-Idx FROM 1 BY 1
               UNTIL BST-Idx > Branch-Stock-Count
               MOVE SPACES TO BranchStock-Rec
               MOVE BST-Branch(BST-Idx) TO BrStock-Branch
               MOVE BST-OilNum(BST-Idx) TO BrStock-OilNum
               MOVE BST-OnHand(BST-Idx) TO BrStock-OnHand
               MOVE BST-Reorder-Level(BST-Idx)
                   TO BrStock-Reorder-Level
               WRITE BranchStock-Rec
           END-PERFORM
           CLOSE BranchStockFile
           END-IF.

      * Before and after images built through the FD buffer ahead
      * of the WRITE that makes the change real.
       3200-JOURNAL-LEDGER-CHANGE.
           MOVE STK-Idx TO Stock-OilNum.
           MOVE STK-Orig-OnHand(STK-Idx) TO Stock-OnHand.
           MOVE STK-Reorder-Level(STK-Idx) TO Stock-Reorder-Level.
           MOVE STK-Reorder-Qty(STK-Idx) TO Stock-Reorder-Qty.
           MOVE STK-Orig-Cost(STK-Idx) TO Stock-Unit-Cost.
           IF STK-Was-On-File(STK-Idx) = "Y"
               MOVE StockLedger-Rec TO Journal-Before-Image
           BY =="GOODSRCPT"==.
       COPY "OPSIGNPA.CPY".
       COPY "BUSDATEPA.CPY".
       COPY "BRANCHPA.CPY".

       END PROGRAM GoodsRcpt.
