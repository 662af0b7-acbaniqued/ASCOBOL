      *          sales-time explosion draws BLENDSTK.DAT down before
      *          touching components, so nothing is consumed twice.
      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - Component lots on QC hold or rejected by QC on
      *     STKLOTS.DAT are taken out of the availability, so a
      *     batch cannot be planned against untested oil.
      *   - Lots the expiry run has expired for write-off come off
      *     the availability the same way.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BlendProd.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-StockLedger-File-Status.

       SELECT StockLotFile ASSIGN TO "STKLOTS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-StockLot-File-Status.

       SELECT BlendUseFile ASSIGN TO "BLENDUSE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BlendUse-File-Status.
           02  FILLER                 PIC X.
           02  Stock-Unit-Cost        PIC 9(5)V99.

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
      * H on QC hold, A released, R rejected; Q quarantined near
      * expiry, E expired awaiting write-off, W written off.
           02  FILLER                 PIC X.
           02  Lot-QC-Status          PIC X.
               88 Lot-Not-Drawable    VALUES "H" "R" "E" "W".

       FD BlendUseFile.
       01 BlendUse-Rec.
           02  BlendUse-Date          PIC 9(8).
       WORKING-STORAGE SECTION.
       01  WS-BlendBom-File-Status      PIC XX.
       01  WS-StockLedger-File-Status   PIC XX.
       01  WS-StockLot-File-Status      PIC XX.
       01  WS-BlendUse-File-Status      PIC XX.
       01  WS-BlendStock-File-Status    PIC XX.
       01  WS-WorkOrder-File-Status     PIC XX.
                   "BLENDS TO PRODUCE"
           ELSE
               PERFORM 1100-LOAD-STOCK-AVAILABILITY
               PERFORM 1150-EXCLUDE-HELD-LOTS
               PERFORM 1200-LOAD-BLEND-STOCK
               PERFORM 1300-LOAD-WO-NUMBER
               OPEN EXTEND BlendUseFile
                   "PLANNING AGAINST ZERO STOCK"
           END-IF.

      * Held, rejected and expired lots are on hand but not usable;
      * what they hold comes off the oil's availability.
       1150-EXCLUDE-HELD-LOTS.
           OPEN INPUT StockLotFile.
           IF WS-StockLot-File-Status = "00"
               READ StockLotFile
                   AT END SET EndOfStockLotFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfStockLotFile
                   IF Lot-OilNum > ZERO AND Lot-OilNum <= 30
                       AND Lot-Not-Drawable
                       AND Lot-Qty-Left > ZERO
                       SUBTRACT Lot-Qty-Left FROM AVL-Units(Lot-OilNum)
                   END-IF
                   READ StockLotFile
                       AT END SET EndOfStockLotFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StockLotFile
           END-IF.

       1200-LOAD-BLEND-STOCK.
           OPEN INPUT BlendStockFile.
           IF WS-BlendStock-File-Status = "00"
