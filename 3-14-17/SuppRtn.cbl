      ******************************************************************
      * Author:
      * Date:
      * Purpose: Return-to-supplier of damaged or failed stock. The
      *          return names the PO, the goods receipt (by its date)
      *          and the lot it came in as; the quantity comes off
      *          STOCKLED.DAT, this branch's STOCKBR.DAT row and the
      *          lot on STKLOTS.DAT at the cost it came in at, a
      *          returns note is printed for the carrier, and a
      *          numbered debit note for the supplier's price of the
      *          goods goes onto APLEDGER.DAT as a negative item, so
      *          ApPayment nets it off the supplier's next payment.
      *          Every return is kept on SUPPRTN.DAT, which also
      *          stops the same receipt being sent back twice over.
      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - Lots QC has rejected through QcEntry wait on RTNQUEUE.DAT
      *     and are offered for return, whole, at start-up, before
      *     any return is keyed; the lot QC status is carried
      *     through the STKLOTS.DAT rewrite.
      *   - The debit note is written in the full APLEDGER.DAT layout
      *     and takes back the VAT on the returned goods at the rate of
      *     the supplier's original invoice, so the VAT return reverses
      *     the input tax claimed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuppRtn.
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

      * On-hand per oil per branch; the goods leave from this site.
       SELECT BranchStockFile ASSIGN TO "STOCKBR.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BranchStock-File-Status.

       SELECT ApLedgerFile ASSIGN TO "APLEDGER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ApLedger-File-Status.

       SELECT SuppRtnFile ASSIGN TO "SUPPRTN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SuppRtn-File-Status.

      * Last-used debit-note number, the same POCTL.DAT idiom PoGen
      * uses for its order numbers.
       SELECT DnCtlFile ASSIGN TO "DNCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DnCtl-File-Status.

      * One returns note per return, RTN<debit note>.TXT, to travel
      * with the goods.
      * Lots rejected by QC, waiting to go back to the supplier.
       SELECT RtnQueueFile ASSIGN TO "RTNQUEUE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RtnQueue-File-Status.

       SELECT RtnNoteFile ASSIGN USING RtnNote-File-Name
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RtnNote-File-Status.
       COPY "UPDJRNLFC.CPY".
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".
       COPY "BRANCHFC.CPY".

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

       FD ApLedgerFile.
       01 ApLedger-Rec.
           88 EndOfApLedgerFile   VALUE HIGH-VALUES.
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
      * invoice. A debit note carries the rate of the invoice it
      * comes off, its VAT negative; older entries carry spaces.
           02  FILLER                 PIC X.
           02  AP-Vat-Rate            PIC V999.
           02  FILLER                 PIC X.
           02  AP-Vat-Amount          PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.

       FD SuppRtnFile.
       01 SuppRtn-Rec.
           88 EndOfSuppRtnFile    VALUE HIGH-VALUES.
           02  Rtn-Date               PIC 9(8).
           02  FILLER                 PIC X.
           02  Rtn-DN-Number          PIC 9(6).
           02  FILLER                 PIC X.
           02  Rtn-PO-Number          PIC 9(6).
           02  FILLER                 PIC X.
           02  Rtn-SupplierID         PIC X(5).
           02  FILLER                 PIC X.
           02  Rtn-OilNum             PIC 99.
           02  FILLER                 PIC X.
           02  Rtn-GRN-Date           PIC 9(8).
           02  FILLER                 PIC X.
           02  Rtn-Lot-Number         PIC X(10).
           02  FILLER                 PIC X.
           02  Rtn-Qty                PIC 9(5).
      * The cost the stock came off the books at.
           02  FILLER                 PIC X.
           02  Rtn-Unit-Cost          PIC 9(5)V99.
      * What the supplier is debited: their price for the goods.
           02  FILLER                 PIC X.
           02  Rtn-Debit-Value        PIC 9(7)V99.
      * D = damaged, Q = failed quality, O = other.
           02  FILLER                 PIC X.
           02  Rtn-Reason             PIC X.
           02  FILLER                 PIC X.
           02  Rtn-Operator-ID        PIC X(5).

       FD DnCtlFile.
       01 DnCtl-Rec.
           02  DnCtl-Last-Number      PIC 9(6).

       FD RtnQueueFile.
       01 RtnQueue-Rec.
           88 EndOfRtnQueueFile   VALUE HIGH-VALUES.
           02  RtnQ-Reject-Date       PIC 9(8).
           02  FILLER                 PIC X.
           02  RtnQ-OilNum            PIC 99.
           02  FILLER                 PIC X.
           02  RtnQ-Lot-Number        PIC X(10).
           02  FILLER                 PIC X.
           02  RtnQ-PO-Number         PIC 9(6).
           02  FILLER                 PIC X.
           02  RtnQ-GRN-Date          PIC 9(8).
           02  FILLER                 PIC X.
           02  RtnQ-Qty               PIC 9(5).
      * P pending, D returned on the debit note, X cleared unreturned.
           02  FILLER                 PIC X.
           02  RtnQ-Status            PIC X.
           02  FILLER                 PIC X.
           02  RtnQ-DN-Number         PIC 9(6).

       FD RtnNoteFile.
       01 RtnNote-Print-Line          PIC X(72).

       COPY "UPDJRNLFD.CPY".
       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".
       COPY "BRANCHFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-Grn-File-Status           PIC XX.
       01  WS-SuppMaster-File-Status    PIC XX.
       01  WS-StockLedger-File-Status   PIC XX.
       01  WS-StockLot-File-Status      PIC XX.
       01  WS-BranchStock-File-Status   PIC XX.
       01  WS-ApLedger-File-Status      PIC XX.
       01  WS-SuppRtn-File-Status       PIC XX.
       01  WS-DnCtl-File-Status         PIC XX.
       01  WS-RtnNote-File-Status       PIC XX.
       01  WS-RtnQueue-File-Status      PIC XX.
       COPY "UPDJRNLWS.CPY".
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".
       COPY "BRANCHWS.CPY".

       01  RtnNote-File-Name.
           02  FILLER                  PIC X(3) VALUE "RTN".
           02  RtnNote-File-Number     PIC 9(6).
           02  FILLER                  PIC X(4) VALUE ".TXT".

       01  Supplier-Table.
           02  Supplier-Entry OCCURS 500 TIMES.
               03  SUT-SupplierID       PIC X(5).
               03  SUT-Name             PIC X(20).
               03  SUT-Address          PIC X(30).

       01  Supplier-Count               PIC 9(3) VALUE ZEROS.
       01  SUT-Idx                      PIC 9(3).
       01  SUT-Found-Idx                PIC 9(3).

       01  Stock-Table.
           02  Stock-Entry OCCURS 30 TIMES.
               03  STK-OnHand           PIC S9(7) VALUE ZEROS.
               03  STK-Reorder-Level    PIC 9(5)  VALUE ZEROS.
               03  STK-Unit-Cost        PIC 9(5)V99 VALUE ZEROS.
               03  STK-Reorder-Qty      PIC 9(5)  VALUE ZEROS.
               03  STK-In-Use           PIC X     VALUE "N".
                   88 STK-Is-In-Use     VALUE "Y".
      * As loaded, for the update journal's before image.
               03  STK-Orig-OnHand      PIC S9(7) VALUE ZEROS.
               03  STK-Orig-Cost        PIC 9(5)V99 VALUE ZEROS.

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

       01  Dn-Number-Next               PIC 9(6) VALUE ZEROS.

       01  Rtn-Queue-Table.
           02  Rtn-Queue-Entry OCCURS 200 TIMES.
               03  RQT-Reject-Date      PIC 9(8).
               03  RQT-OilNum           PIC 99.
               03  RQT-Lot-Number       PIC X(10).
               03  RQT-PO-Number        PIC 9(6).
               03  RQT-GRN-Date         PIC 9(8).
               03  RQT-Qty              PIC 9(5).
               03  RQT-Status           PIC X.
                   88 RQT-Pending       VALUE "P".
               03  RQT-DN-Number        PIC 9(6).

       01  Rtn-Queue-Count              PIC 9(3) VALUE ZEROS.
       01  RQT-Idx                      PIC 9(3).
       01  Queue-Load-Overflow-Switch   PIC X VALUE "N".
           88 Queue-Load-Overflowed     VALUE "Y".

       01  Entry-PO-Number-X            PIC X(6).
           88 Entry-Finished            VALUE "Q     ", "q     ",
                                        SPACES.
       01  Entry-PO-Number-N REDEFINES Entry-PO-Number-X
                                        PIC 9(6).
       01  Entry-OilNum-X               PIC X(2).
       01  Entry-OilNum-N REDEFINES Entry-OilNum-X
                                        PIC 99.
       01  Entry-Rcpt-Date-X            PIC X(8).
       01  Entry-Rcpt-Date-N REDEFINES Entry-Rcpt-Date-X
                                        PIC 9(8).
       01  Entry-Lot-Number             PIC X(10).
       01  Entry-Qty-X                  PIC X(5).
       01  Entry-Qty-N REDEFINES Entry-Qty-X
                                        PIC 9(5).
       01  Entry-Reason                 PIC X.
           88 Reason-Valid              VALUE "D", "Q", "O".
           88 Reason-Damaged            VALUE "D".
           88 Reason-Quality            VALUE "Q".
       01  Entry-Confirm                PIC X.
           88 Entry-Confirmed           VALUE "Y", "y".

       01  Record-Valid-Switch          PIC X VALUE "N".
           88 Record-Is-Valid           VALUE "Y".

      * The receipt being returned against, as found on GRNFILE.DAT.
       01  Found-Grn-Qty                PIC 9(6).
       01  Found-Grn-SupplierID         PIC X(5).
       01  Found-Grn-Unit-Cost          PIC 9(5)V99.
       01  Prior-Return-Qty             PIC 9(6).
       01  Returnable-Qty               PIC S9(6).

       01  Return-Unit-Cost             PIC 9(5)V99.
       01  Return-Stock-Value           PIC 9(9)V99.
       01  Return-Debit-Value           PIC 9(7)V99.
      * The VAT rate of the supplier's invoice for the receipt, when
      * APLEDGER.DAT holds one, and the VAT the return takes back.
       01  Orig-Invoice-Switch          PIC X VALUE "N".
           88 Orig-Invoice-Found        VALUE "Y".
       01  Orig-Vat-Rate                PIC V999.
       01  Return-Vat-Amount            PIC 9(7)V99.
       01  Average-Work-Value           PIC S9(13)V99.
       01  Average-Work-Qty             PIC S9(8).

       01  Returns-Posted               PIC 9(4) VALUE ZEROS.
       01  Ledger-Changed-Switch        PIC X VALUE "N".
           88 Ledger-Changed            VALUE "Y".

       01  RtnNote-Heading-Line         PIC X(44) VALUE
           "      AROMAMORA LTD - RETURNS NOTE".

       01  RtnNote-Number-Line.
           02  FILLER                   PIC X(16) VALUE
               " DEBIT NOTE   : ".
           02  FILLER                   PIC X(2)  VALUE "DN".
           02  Prn-Rtn-DN-Number        PIC 9(6).
           02  FILLER                   PIC X(9)  VALUE "  DATE : ".
           02  Prn-Rtn-Date             PIC 9(8).

       01  RtnNote-Supplier-Line.
           02  FILLER                   PIC X(16) VALUE
               " RETURN TO    : ".
           02  Prn-Rtn-Supp-Name        PIC X(20).
           02  FILLER                   PIC X(2)  VALUE " (".
           02  Prn-Rtn-SupplierID       PIC X(5).
           02  FILLER                   PIC X(1)  VALUE ")".

       01  RtnNote-Address-Line.
           02  FILLER                   PIC X(16) VALUE SPACES.
           02  Prn-Rtn-Supp-Address     PIC X(30).

       01  RtnNote-Receipt-Line.
           02  FILLER                   PIC X(16) VALUE
               " YOUR PO      : ".
           02  Prn-Rtn-PO-Number        PIC 9(6).
           02  FILLER                   PIC X(15) VALUE
               "  RECEIVED ON: ".
           02  Prn-Rtn-GRN-Date         PIC 9(8).

       01  RtnNote-Goods-Line.
           02  FILLER                   PIC X(16) VALUE
               " OIL / LOT    : ".
           02  Prn-Rtn-OilNum           PIC 99.
           02  FILLER                   PIC X(3)  VALUE " / ".
           02  Prn-Rtn-Lot-Number       PIC X(10).
           02  FILLER                   PIC X(9)  VALUE "  QTY : ".
           02  Prn-Rtn-Qty              PIC ZZ,ZZ9.

       01  RtnNote-Reason-Line.
           02  FILLER                   PIC X(16) VALUE
               " REASON       : ".
           02  Prn-Rtn-Reason           PIC X(20).

       01  RtnNote-Value-Line.
           02  FILLER                   PIC X(16) VALUE
               " DEBIT VALUE  : ".
           02  Prn-Rtn-Debit-Value      PIC Z,ZZZ,ZZ9.99.

       01  RtnNote-Sign-Line            PIC X(60) VALUE
           " CARRIER SIGNATURE: ..................  DATE: ..........".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
           PERFORM Get-Business-Date.
           PERFORM Get-Branch-Code.
           DISPLAY "RETURNING FROM BRANCH " Site-Branch-Code.
           PERFORM 1000-LOAD-SUPPLIERS.
           PERFORM 1100-LOAD-STOCK-LEDGER.
           PERFORM 1200-LOAD-STOCK-LOTS.
           PERFORM 1300-LOAD-BRANCH-STOCK.
           PERFORM 1400-LOAD-DN-NUMBER.
           PERFORM 1500-OFFER-QC-REJECTS.
           PERFORM 2000-POST-ONE-RETURN
               UNTIL Entry-Finished.
           PERFORM 3000-REWRITE-STOCK-LEDGER.
           PERFORM 3200-REWRITE-STOCK-LOTS.
           PERFORM 3300-REWRITE-BRANCH-STOCK.
           PERFORM 3400-REWRITE-DN-NUMBER.
           PERFORM 3500-REWRITE-RTN-QUEUE.
           DISPLAY "RETURNS POSTED: " Returns-Posted.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-SUPPLIERS.
           OPEN INPUT SuppMasterFile.
           IF WS-SuppMaster-File-Status = "00"
               READ SuppMasterFile
                   AT END SET EndOfSuppMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSuppMasterFile
                   IF Supplier-Count < 500
                       ADD 1 TO Supplier-Count
                       MOVE SuppMast-SupplierID
                           TO SUT-SupplierID(Supplier-Count)
                       MOVE SuppMast-Name TO SUT-Name(Supplier-Count)
                       MOVE SuppMast-Address
                           TO SUT-Address(Supplier-Count)
                   END-IF
                   READ SuppMasterFile
                       AT END SET EndOfSuppMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SuppMasterFile
           ELSE
               DISPLAY "WARNING: SUPPMAST.DAT NOT AVAILABLE - RETURNS "
                   "NOTES WILL CARRY NO ADDRESS"
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
                       MOVE STK-OnHand(Stock-OilNum)
                           TO STK-Orig-OnHand(Stock-OilNum)
                       MOVE STK-Unit-Cost(Stock-OilNum)
                           TO STK-Orig-Cost(Stock-OilNum)
                   END-IF
                   READ StockLedgerFile
                       AT END SET EndOfStockLedgerFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StockLedgerFile
           ELSE
               DISPLAY "STOCKLED.DAT NOT AVAILABLE - NOTHING CAN BE "
                   "RETURNED"
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

       1300-LOAD-BRANCH-STOCK.
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

       1400-LOAD-DN-NUMBER.
           OPEN INPUT DnCtlFile.
           IF WS-DnCtl-File-Status = "00"
               READ DnCtlFile
                   NOT AT END
                       MOVE DnCtl-Last-Number TO Dn-Number-Next
               END-READ
               CLOSE DnCtlFile
           END-IF.

      * Each lot QC rejected is offered whole - what is left of the
      * lot, or what is still returnable on its receipt if that is
      * less. Declining leaves it queued for the next sitting; a lot
      * that can no longer go back is cleared from the queue.
       1500-OFFER-QC-REJECTS.
           OPEN INPUT RtnQueueFile.
           IF WS-RtnQueue-File-Status = "00"
               READ RtnQueueFile
                   AT END SET EndOfRtnQueueFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfRtnQueueFile
                   IF Rtn-Queue-Count < 200
                       ADD 1 TO Rtn-Queue-Count
                       MOVE RtnQ-Reject-Date
                           TO RQT-Reject-Date(Rtn-Queue-Count)
                       MOVE RtnQ-OilNum TO RQT-OilNum(Rtn-Queue-Count)
                       MOVE RtnQ-Lot-Number
                           TO RQT-Lot-Number(Rtn-Queue-Count)
                       MOVE RtnQ-PO-Number
                           TO RQT-PO-Number(Rtn-Queue-Count)
                       MOVE RtnQ-GRN-Date
                           TO RQT-GRN-Date(Rtn-Queue-Count)
                       MOVE RtnQ-Qty TO RQT-Qty(Rtn-Queue-Count)
                       MOVE RtnQ-Status TO RQT-Status(Rtn-Queue-Count)
                       MOVE RtnQ-DN-Number
                           TO RQT-DN-Number(Rtn-Queue-Count)
                   ELSE
                       SET Queue-Load-Overflowed TO TRUE
                   END-IF
                   READ RtnQueueFile
                       AT END SET EndOfRtnQueueFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RtnQueueFile
           END-IF.
           PERFORM VARYING RQT-Idx FROM 1 BY 1
               UNTIL RQT-Idx > Rtn-Queue-Count
               IF RQT-Pending(RQT-Idx)
                   PERFORM 1550-OFFER-ONE-REJECT
               END-IF
           END-PERFORM.

       1550-OFFER-ONE-REJECT.
           MOVE RQT-PO-Number(RQT-Idx) TO Entry-PO-Number-N.
           MOVE RQT-OilNum(RQT-Idx) TO Entry-OilNum-N.
           MOVE RQT-GRN-Date(RQT-Idx) TO Entry-Rcpt-Date-N.
           MOVE RQT-Lot-Number(RQT-Idx) TO Entry-Lot-Number.
           SET Record-Is-Valid TO TRUE.
           PERFORM 2200-FIND-RECEIPT.
           IF Record-Is-Valid
               IF SLT-Found-Idx > ZERO
                   AND SLT-Qty-Left(SLT-Found-Idx) < Returnable-Qty
                   MOVE SLT-Qty-Left(SLT-Found-Idx) TO Entry-Qty-N
               ELSE
                   MOVE Returnable-Qty TO Entry-Qty-N
               END-IF
               MOVE "Q" TO Entry-Reason
               PERFORM 2350-CHECK-RETURN-QTY
           END-IF.
           IF Record-Is-Valid
               DISPLAY "QC REJECT - RETURN " Entry-Qty-N " OF OIL "
                   Entry-OilNum-N " LOT " Entry-Lot-Number " TO "
                   Found-Grn-SupplierID " NOW (Y/N)"
               ACCEPT Entry-Confirm
               IF Entry-Confirmed
                   PERFORM 2500-POST-RETURN
                   MOVE "D" TO RQT-Status(RQT-Idx)
                   MOVE Dn-Number-Next TO RQT-DN-Number(RQT-Idx)
               ELSE
                   DISPLAY "LEFT ON THE QC RETURN QUEUE"
               END-IF
           ELSE
               MOVE "X" TO RQT-Status(RQT-Idx)
               DISPLAY "QC REJECT FOR OIL " RQT-OilNum(RQT-Idx)
                   " LOT " RQT-Lot-Number(RQT-Idx)
                   " CLEARED FROM THE QUEUE - KEY ANY RETURN BY HAND"
           END-IF.

       2000-POST-ONE-RETURN.
           DISPLAY "PO NUMBER OF THE DELIVERY (NNNNNN, OR Q TO QUIT)"
           ACCEPT Entry-PO-Number-X.
           IF NOT Entry-Finished
               PERFORM 2100-ACCEPT-RECEIPT-KEY
               IF Record-Is-Valid
                   PERFORM 2200-FIND-RECEIPT
               END-IF
               IF Record-Is-Valid
                   PERFORM 2300-ACCEPT-RETURN-QTY
               END-IF
               IF Record-Is-Valid
                   DISPLAY "RETURN " Entry-Qty-N " OF OIL "
                       Entry-OilNum-N " LOT " Entry-Lot-Number
                       " TO " Found-Grn-SupplierID " (Y/N)"
                   ACCEPT Entry-Confirm
                   IF Entry-Confirmed
                       PERFORM 2500-POST-RETURN
                   ELSE
                       DISPLAY "RETURN NOT POSTED"
                   END-IF
               END-IF
           END-IF.

       2100-ACCEPT-RECEIPT-KEY.
           MOVE "N" TO Record-Valid-Switch.
           DISPLAY "OIL NUMBER (01-30)"
           ACCEPT Entry-OilNum-X.
           DISPLAY "DATE THE DELIVERY WAS RECEIVED (YYYYMMDD)"
           ACCEPT Entry-Rcpt-Date-X.
           DISPLAY "LOT NUMBER (BLANK IF THE RECEIPT HAD NONE)"
           ACCEPT Entry-Lot-Number.
           EVALUATE TRUE
               WHEN Entry-PO-Number-N IS NOT NUMERIC
                   OR Entry-OilNum-N IS NOT NUMERIC
                   OR Entry-Rcpt-Date-N IS NOT NUMERIC
                   DISPLAY "PO, OIL AND DATE MUST BE NUMERIC - "
                       "RETURN REJECTED"
               WHEN Entry-OilNum-N = ZERO OR Entry-OilNum-N > 30
                   DISPLAY "OIL NUMBER MUST BE 01-30 - RETURN "
                       "REJECTED"
               WHEN OTHER
                   SET Record-Is-Valid TO TRUE
           END-EVALUATE.

      * The receipt's accepted quantity less what has already gone
      * back against it is all that can go back now.
       2200-FIND-RECEIPT.
           MOVE ZEROS TO Found-Grn-Qty.
           MOVE SPACES TO Found-Grn-SupplierID.
           MOVE ZEROS TO Found-Grn-Unit-Cost.
           OPEN INPUT GrnFile.
           IF WS-Grn-File-Status = "00"
               READ GrnFile
                   AT END SET EndOfGrnFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGrnFile
                   IF GRN-PO-Number = Entry-PO-Number-N
                       AND GRN-OilNum = Entry-OilNum-N
                       AND GRN-Date = Entry-Rcpt-Date-N
                       AND GRN-Lot-Number = Entry-Lot-Number
                       AND GRN-Qty IS NUMERIC
                       AND GRN-Qty > ZERO
                       ADD GRN-Qty TO Found-Grn-Qty
                       MOVE GRN-SupplierID TO Found-Grn-SupplierID
                       IF GRN-Unit-Cost IS NUMERIC
                           MOVE GRN-Unit-Cost TO Found-Grn-Unit-Cost
                       END-IF
                   END-IF
                   READ GrnFile
                       AT END SET EndOfGrnFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GrnFile
           END-IF.
           MOVE ZEROS TO Prior-Return-Qty.
           OPEN INPUT SuppRtnFile.
           IF WS-SuppRtn-File-Status = "00"
               READ SuppRtnFile
                   AT END SET EndOfSuppRtnFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSuppRtnFile
                   IF Rtn-PO-Number = Entry-PO-Number-N
                       AND Rtn-OilNum = Entry-OilNum-N
                       AND Rtn-GRN-Date = Entry-Rcpt-Date-N
                       AND Rtn-Lot-Number = Entry-Lot-Number
                       ADD Rtn-Qty TO Prior-Return-Qty
                   END-IF
                   READ SuppRtnFile
                       AT END SET EndOfSuppRtnFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SuppRtnFile
           END-IF.
           COMPUTE Returnable-Qty = Found-Grn-Qty - Prior-Return-Qty.
           IF Found-Grn-Qty = ZERO
               MOVE "N" TO Record-Valid-Switch
               DISPLAY "NO GOODS RECEIPT FOR PO " Entry-PO-Number-N
                   " OIL " Entry-OilNum-N " ON " Entry-Rcpt-Date-N
                   " LOT " Entry-Lot-Number " - RETURN REJECTED"
           ELSE
               IF Returnable-Qty <= ZERO
                   MOVE "N" TO Record-Valid-Switch
                   DISPLAY "THIS RECEIPT HAS ALREADY GONE BACK IN "
                       "FULL - RETURN REJECTED"
               END-IF
           END-IF.
           MOVE ZEROS TO SLT-Found-Idx.
           IF Record-Is-Valid AND Entry-Lot-Number NOT = SPACES
               PERFORM VARYING SLT-Idx FROM 1 BY 1
                   UNTIL SLT-Idx > Stock-Lot-Count
                   OR SLT-Found-Idx > ZERO
                   IF SLT-OilNum(SLT-Idx) = Entry-OilNum-N
                       AND SLT-Number(SLT-Idx) = Entry-Lot-Number
                       MOVE SLT-Idx TO SLT-Found-Idx
                   END-IF
               END-PERFORM
               IF SLT-Found-Idx = ZERO
                   MOVE "N" TO Record-Valid-Switch
                   DISPLAY "LOT " Entry-Lot-Number " HAS NO STOCK "
                       "LEFT - RETURN REJECTED"
               END-IF
           END-IF.

       2300-ACCEPT-RETURN-QTY.
           DISPLAY "QUANTITY TO RETURN (UP TO " Returnable-Qty ")"
           ACCEPT Entry-Qty-X.
           DISPLAY "REASON (D DAMAGED, Q FAILED QUALITY, O OTHER)"
           ACCEPT Entry-Reason.
           PERFORM 2350-CHECK-RETURN-QTY.

       2350-CHECK-RETURN-QTY.
           EVALUATE TRUE
               WHEN Entry-Qty-N IS NOT NUMERIC
                   OR Entry-Qty-N = ZERO
                   MOVE "N" TO Record-Valid-Switch
                   DISPLAY "QUANTITY MUST BE NUMERIC AND NOT ZERO - "
                       "RETURN REJECTED"
               WHEN Entry-Qty-N > Returnable-Qty
                   MOVE "N" TO Record-Valid-Switch
                   DISPLAY "QUANTITY EXCEEDS WHAT WAS RECEIVED - "
                       "RETURN REJECTED"
               WHEN SLT-Found-Idx > ZERO
                   AND Entry-Qty-N > SLT-Qty-Left(SLT-Found-Idx)
                   MOVE "N" TO Record-Valid-Switch
                   DISPLAY "QUANTITY EXCEEDS WHAT IS LEFT OF THE LOT "
                       "- RETURN REJECTED"
               WHEN Entry-Qty-N > STK-OnHand(Entry-OilNum-N)
                   MOVE "N" TO Record-Valid-Switch
                   DISPLAY "QUANTITY EXCEEDS STOCK ON HAND - RETURN "
                       "REJECTED"
               WHEN NOT Reason-Valid
                   MOVE "N" TO Record-Valid-Switch
                   DISPLAY "REASON MUST BE D, Q OR O - RETURN "
                       "REJECTED"
           END-EVALUATE.

      * Out at the lot's cost, landed cost and all; the supplier is
      * debited only their own price from the receipt.
       2500-POST-RETURN.
           IF SLT-Found-Idx > ZERO
               AND SLT-Unit-Cost(SLT-Found-Idx) > ZERO
               MOVE SLT-Unit-Cost(SLT-Found-Idx) TO Return-Unit-Cost
           ELSE
               MOVE Found-Grn-Unit-Cost TO Return-Unit-Cost
           END-IF.
           COMPUTE Return-Stock-Value =
               Entry-Qty-N * Return-Unit-Cost.
           COMPUTE Return-Debit-Value =
               Entry-Qty-N * Found-Grn-Unit-Cost.
           PERFORM 2550-REAVERAGE-UNIT-COST.
           SUBTRACT Entry-Qty-N FROM STK-OnHand(Entry-OilNum-N).
           SET Ledger-Changed TO TRUE.
           IF SLT-Found-Idx > ZERO
               SUBTRACT Entry-Qty-N FROM SLT-Qty-Left(SLT-Found-Idx)
           END-IF.
           PERFORM 2580-POST-BRANCH-STOCK.
           ADD 1 TO Dn-Number-Next.
           PERFORM 2600-WRITE-DEBIT-NOTE.
           PERFORM 2700-WRITE-RETURN-RECORD.
           PERFORM 2800-PRINT-RETURNS-NOTE.
           ADD 1 TO Returns-Posted.
           DISPLAY "RETURN POSTED - DEBIT NOTE DN" Dn-Number-Next
               ", RETURNS NOTE " RtnNote-File-Name.

      * The goods leave at their own cost, so what stays behind keeps
      * its value; when nothing stays the cost is left as it was.
       2550-REAVERAGE-UNIT-COST.
           COMPUTE Average-Work-Qty =
               STK-OnHand(Entry-OilNum-N) - Entry-Qty-N.
           IF Average-Work-Qty > ZERO
               COMPUTE Average-Work-Value =
                   STK-OnHand(Entry-OilNum-N)
                   * STK-Unit-Cost(Entry-OilNum-N)
                   - Return-Stock-Value
               IF Average-Work-Value < ZERO
                   MOVE ZEROS TO STK-Unit-Cost(Entry-OilNum-N)
               ELSE
                   COMPUTE STK-Unit-Cost(Entry-OilNum-N) ROUNDED =
                       Average-Work-Value / Average-Work-Qty
               END-IF
           END-IF.

       2580-POST-BRANCH-STOCK.
           MOVE ZEROS TO BST-Found-Idx.
           PERFORM VARYING BST-Idx FROM 1 BY 1
               UNTIL BST-Idx > Branch-Stock-Count
               OR BST-Found-Idx > ZERO
               IF BST-Branch(BST-Idx) = Site-Branch-Code
                   AND BST-OilNum(BST-Idx) = Entry-OilNum-N
                   MOVE BST-Idx TO BST-Found-Idx
               END-IF
           END-PERFORM.
           IF BST-Found-Idx > ZERO
               SUBTRACT Entry-Qty-N FROM BST-OnHand(BST-Found-Idx)
           ELSE
               DISPLAY "WARNING: NO STOCKBR.DAT ROW FOR BRANCH "
                   Site-Branch-Code " OIL " Entry-OilNum-N
                   " - BRANCH STOCK NOT POSTED"
           END-IF.

      * A negative open item, due at once, so the next payment run
      * takes it straight off what the supplier is owed. The VAT the
      * supplier charged on the goods comes back with them, at the
      * rate of the original invoice.
       2600-WRITE-DEBIT-NOTE.
           PERFORM 2650-FIND-ORIGINAL-INVOICE.
           MOVE ZEROS TO Return-Vat-Amount.
           IF Orig-Invoice-Found
               COMPUTE Return-Vat-Amount ROUNDED =
                   Return-Debit-Value * Orig-Vat-Rate
           END-IF.
           OPEN EXTEND ApLedgerFile.
           IF WS-ApLedger-File-Status NOT = "00"
               OPEN OUTPUT ApLedgerFile
           END-IF.
           MOVE SPACES TO ApLedger-Rec.
           STRING "DN" Dn-Number-Next DELIMITED BY SIZE
               INTO AP-Reference.
           MOVE Found-Grn-SupplierID TO AP-SupplierID.
           MOVE Business-Date TO AP-Invoice-Date.
           MOVE Business-Date TO AP-Due-Date.
           MOVE Entry-PO-Number-N TO AP-PO-Number.
           MOVE Entry-OilNum-N TO AP-OilNum.
      * No quantity: the receipt match ApInvoice keeps still lets
      * the supplier's invoice for the whole delivery through, and
      * this note takes the returned part back off it.
           MOVE ZEROS TO AP-Qty.
           COMPUTE AP-Amount =
               ZERO - Return-Debit-Value - Return-Vat-Amount.
           MOVE ZEROS TO AP-Amount-Paid.
           MOVE "O" TO AP-Status.
           IF Orig-Invoice-Found
               MOVE Orig-Vat-Rate TO AP-Vat-Rate
               COMPUTE AP-Vat-Amount = ZERO - Return-Vat-Amount
           END-IF.
           WRITE ApLedger-Rec.
           CLOSE ApLedgerFile.

      * The supplier's invoice for this PO and oil with its VAT
      * recorded; the latest one wins. A receipt not yet invoiced
      * has none, and its debit note goes out without VAT.
       2650-FIND-ORIGINAL-INVOICE.
           MOVE "N" TO Orig-Invoice-Switch.
           MOVE ZEROS TO Orig-Vat-Rate.
           OPEN INPUT ApLedgerFile.
           IF WS-ApLedger-File-Status = "00"
               READ ApLedgerFile
                   AT END SET EndOfApLedgerFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfApLedgerFile
                   IF AP-SupplierID = Found-Grn-SupplierID
                       AND AP-PO-Number = Entry-PO-Number-N
                       AND AP-OilNum = Entry-OilNum-N
                       AND AP-Amount > ZERO
                       AND AP-Vat-Rate IS NUMERIC
                       MOVE AP-Vat-Rate TO Orig-Vat-Rate
                       SET Orig-Invoice-Found TO TRUE
                   END-IF
                   READ ApLedgerFile
                       AT END SET EndOfApLedgerFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ApLedgerFile
           END-IF.

       2700-WRITE-RETURN-RECORD.
           OPEN EXTEND SuppRtnFile.
           IF WS-SuppRtn-File-Status NOT = "00"
               OPEN OUTPUT SuppRtnFile
           END-IF.
           MOVE SPACES TO SuppRtn-Rec.
           MOVE Business-Date TO Rtn-Date.
           MOVE Dn-Number-Next TO Rtn-DN-Number.
           MOVE Entry-PO-Number-N TO Rtn-PO-Number.
           MOVE Found-Grn-SupplierID TO Rtn-SupplierID.
           MOVE Entry-OilNum-N TO Rtn-OilNum.
           MOVE Entry-Rcpt-Date-N TO Rtn-GRN-Date.
           MOVE Entry-Lot-Number TO Rtn-Lot-Number.
           MOVE Entry-Qty-N TO Rtn-Qty.
           MOVE Return-Unit-Cost TO Rtn-Unit-Cost.
           MOVE Return-Debit-Value TO Rtn-Debit-Value.
           MOVE Entry-Reason TO Rtn-Reason.
           MOVE Operator-ID TO Rtn-Operator-ID.
           WRITE SuppRtn-Rec.
           CLOSE SuppRtnFile.

       2800-PRINT-RETURNS-NOTE.
           MOVE ZEROS TO SUT-Found-Idx.
           PERFORM VARYING SUT-Idx FROM 1 BY 1
               UNTIL SUT-Idx > Supplier-Count
               OR SUT-Found-Idx > ZERO
               IF SUT-SupplierID(SUT-Idx) = Found-Grn-SupplierID
                   MOVE SUT-Idx TO SUT-Found-Idx
               END-IF
           END-PERFORM.
           MOVE Dn-Number-Next TO RtnNote-File-Number.
           OPEN OUTPUT RtnNoteFile.
           WRITE RtnNote-Print-Line FROM RtnNote-Heading-Line
           AFTER ADVANCING 1 LINE.
           MOVE Dn-Number-Next TO Prn-Rtn-DN-Number.
           MOVE Business-Date TO Prn-Rtn-Date.
           WRITE RtnNote-Print-Line FROM RtnNote-Number-Line
           AFTER ADVANCING 2 LINES.
           MOVE Found-Grn-SupplierID TO Prn-Rtn-SupplierID.
           IF SUT-Found-Idx > ZERO
               MOVE SUT-Name(SUT-Found-Idx) TO Prn-Rtn-Supp-Name
               MOVE SUT-Address(SUT-Found-Idx)
                   TO Prn-Rtn-Supp-Address
           ELSE
               MOVE SPACES TO Prn-Rtn-Supp-Name
               MOVE SPACES TO Prn-Rtn-Supp-Address
           END-IF.
           WRITE RtnNote-Print-Line FROM RtnNote-Supplier-Line
           AFTER ADVANCING 2 LINES.
           WRITE RtnNote-Print-Line FROM RtnNote-Address-Line
           AFTER ADVANCING 1 LINE.
           MOVE Entry-PO-Number-N TO Prn-Rtn-PO-Number.
           MOVE Entry-Rcpt-Date-N TO Prn-Rtn-GRN-Date.
           WRITE RtnNote-Print-Line FROM RtnNote-Receipt-Line
           AFTER ADVANCING 2 LINES.
           MOVE Entry-OilNum-N TO Prn-Rtn-OilNum.
           MOVE Entry-Lot-Number TO Prn-Rtn-Lot-Number.
           MOVE Entry-Qty-N TO Prn-Rtn-Qty.
           WRITE RtnNote-Print-Line FROM RtnNote-Goods-Line
           AFTER ADVANCING 1 LINE.
           EVALUATE TRUE
               WHEN Reason-Damaged
                   MOVE "DAMAGED" TO Prn-Rtn-Reason
               WHEN Reason-Quality
                   MOVE "FAILED QUALITY CHECK" TO Prn-Rtn-Reason
               WHEN OTHER
                   MOVE "OTHER" TO Prn-Rtn-Reason
           END-EVALUATE.
           WRITE RtnNote-Print-Line FROM RtnNote-Reason-Line
           AFTER ADVANCING 1 LINE.
           MOVE Return-Debit-Value TO Prn-Rtn-Debit-Value.
           WRITE RtnNote-Print-Line FROM RtnNote-Value-Line
           AFTER ADVANCING 1 LINE.
           WRITE RtnNote-Print-Line FROM RtnNote-Sign-Line
           AFTER ADVANCING 3 LINES.
           CLOSE RtnNoteFile.

       3000-REWRITE-STOCK-LEDGER.
           IF Ledger-Changed
               OPEN OUTPUT StockLedgerFile
               PERFORM VARYING STK-Idx FROM 1 BY 1
                   UNTIL STK-Idx > 30
                   IF STK-Is-In-Use(STK-Idx)
                       IF STK-OnHand(STK-Idx)
                           NOT = STK-Orig-OnHand(STK-Idx)
                           OR STK-Unit-Cost(STK-Idx)
                           NOT = STK-Orig-Cost(STK-Idx)
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
           MOVE STK-Orig-OnHand(STK-Idx) TO Stock-OnHand.
           MOVE STK-Reorder-Level(STK-Idx) TO Stock-Reorder-Level.
           MOVE STK-Orig-Cost(STK-Idx) TO Stock-Unit-Cost.
           MOVE STK-Reorder-Qty(STK-Idx) TO Stock-Reorder-Qty.
           MOVE StockLedger-Rec TO Journal-Before-Image.
           MOVE "U" TO Journal-Action.
           MOVE STK-OnHand(STK-Idx) TO Stock-OnHand.
           MOVE STK-Unit-Cost(STK-Idx) TO Stock-Unit-Cost.
           MOVE StockLedger-Rec TO Journal-After-Image.
           MOVE "STOCKLED.DAT" TO Journal-File-Name.
           MOVE STK-Idx TO Journal-Record-Key.
           PERFORM Log-Update-Journal.

      * Every lot goes back as loaded, exhausted or not - only the
      * stock run decides when a lot drops off the file.
       3200-REWRITE-STOCK-LOTS.
           IF Returns-Posted > ZERO
               IF Lot-Load-Overflowed
                   DISPLAY "STKLOTS.DAT EXCEEDED THE TABLE AT LOAD - "
                       "NOT REWRITTEN, LOT RETURNS NOT SAVED"
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

       3300-REWRITE-BRANCH-STOCK.
           IF Returns-Posted > ZERO
               IF Branch-Load-Overflowed
                   DISPLAY "STOCKBR.DAT EXCEEDED THE TABLE AT LOAD - "
                       "NOT REWRITTEN, BRANCH RETURNS NOT SAVED"
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
               END-IF
           END-IF.

       3400-REWRITE-DN-NUMBER.
           IF Returns-Posted > ZERO
               OPEN OUTPUT DnCtlFile
               MOVE Dn-Number-Next TO DnCtl-Last-Number
               WRITE DnCtl-Rec
               CLOSE DnCtlFile
           END-IF.

      * Returned and cleared entries stay on the queue as its record
      * of what became of each rejected lot.
       3500-REWRITE-RTN-QUEUE.
           IF Queue-Load-Overflowed
               DISPLAY "RTNQUEUE.DAT EXCEEDED THE TABLE AT LOAD - "
                   "NOT REWRITTEN, QUEUE STATUSES NOT SAVED"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF Rtn-Queue-Count > ZERO
                   OPEN OUTPUT RtnQueueFile
                   PERFORM VARYING RQT-Idx FROM 1 BY 1
                       UNTIL RQT-Idx > Rtn-Queue-Count
                       MOVE SPACES TO RtnQueue-Rec
                       MOVE RQT-Reject-Date(RQT-Idx)
                           TO RtnQ-Reject-Date
                       MOVE RQT-OilNum(RQT-Idx) TO RtnQ-OilNum
                       MOVE RQT-Lot-Number(RQT-Idx) TO RtnQ-Lot-Number
                       MOVE RQT-PO-Number(RQT-Idx) TO RtnQ-PO-Number
                       MOVE RQT-GRN-Date(RQT-Idx) TO RtnQ-GRN-Date
                       MOVE RQT-Qty(RQT-Idx) TO RtnQ-Qty
                       MOVE RQT-Status(RQT-Idx) TO RtnQ-Status
                       MOVE RQT-DN-Number(RQT-Idx) TO RtnQ-DN-Number
                       WRITE RtnQueue-Rec
                   END-PERFORM
                   CLOSE RtnQueueFile
               END-IF
           END-IF.

       COPY "UPDJRNLPA.CPY".

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="SUPPRTN"==.
       COPY "OPSIGNPA.CPY".
       COPY "BUSDATEPA.CPY".
       COPY "BRANCHPA.CPY".

       END PROGRAM SuppRtn.
