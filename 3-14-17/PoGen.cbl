      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - The buyer keys the delivery due date for the order and
      *     the agreed unit price per line; both go onto POFILE.DAT
      *     and the printed order, so the supplier scorecard can
      *     measure lateness and invoice price variance.
      *   - The suggested order quantity is the oil's approved
      *     reorder quantity from the stock ledger where one has been
      *     set by the demand review.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PoGen.
      * before the field read as spaces and value at zero.
           02  FILLER                 PIC X.
           02  Stock-Unit-Cost        PIC 9(5)V99.
      * Quantity to order when the level is reached, set from the
      * approved demand-based proposal; zero on oils never reviewed.
           02  FILLER                 PIC X.
           02  Stock-Reorder-Qty      PIC 9(5).

       FD SuppMasterFile.
       01 SuppMast-Rec.
           02  PO-Qty-Received        PIC 9(5).
           02  FILLER                 PIC X.
           02  PO-Status              PIC X.
      * Delivery date the supplier agreed to, and the agreed price
      * per unit; zeros on orders raised before they were kept.
           02  FILLER                 PIC X.
           02  PO-Due-Date            PIC 9(8).
           02  FILLER                 PIC X.
           02  PO-Unit-Price          PIC 9(5)V99.

       FD PoCtlFile.
       01 PoCtl-Rec.
           02  Stock-Entry OCCURS 30 TIMES.
               03  STK-OnHand           PIC S9(7) VALUE ZEROS.
               03  STK-Reorder-Level    PIC 9(5)  VALUE ZEROS.
               03  STK-Reorder-Qty      PIC 9(5)  VALUE ZEROS.
               03  STK-In-Use           PIC X     VALUE "N".
                   88 STK-Is-In-Use     VALUE "Y".

       01  Entry-Order-Qty-X            PIC X(5).
       01  Entry-Order-Qty-N REDEFINES Entry-Order-Qty-X
                                        PIC 9(5).
       01  Entry-Due-Date               PIC X(8).
       01  Entry-Due-Date-N REDEFINES Entry-Due-Date
                                        PIC 9(8).
       01  Entry-Unit-Price             PIC 9(5)V99.
       01  Field-Valid-Switch           PIC X VALUE "N".
           88 Field-Is-Valid            VALUE "Y".
       01  Suggested-Qty                PIC 9(5).
       01  Po-Lines-Written             PIC 9(3) VALUE ZEROS.
       01  Short-Oils-Found             PIC 9(3) VALUE ZEROS.
           02  FILLER                   PIC X(9)  VALUE "  DATE : ".
           02  Prn-Po-Date              PIC 9(8).

       01  Po-Due-Line.
           02  FILLER                   PIC X(20) VALUE
               " DELIVER BY       : ".
           02  Prn-Po-Due-Date          PIC 9(8).

       01  Po-Supplier-Line.
           02  FILLER                   PIC X(12) VALUE " SUPPLIER : ".
           02  Prn-Po-Supp-Name         PIC X(20).
           02  FILLER                   PIC X(12) VALUE " ADDRESS  : ".
           02  Prn-Po-Supp-Address      PIC X(30).

       01  Po-Topic-Line                PIC X(60) VALUE
           " OIL  NAME                 QTY ORDERED   UNIT PRICE".

       01  Po-Detail-Line.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Po-Oil-Name          PIC X(20).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Po-Qty               PIC ZZ,ZZ9.
           02  FILLER                   PIC X(5)  VALUE SPACES.
           02  Prn-Po-Unit-Price        PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           ELSE
               PERFORM 2000-GET-SUPPLIER
               IF NOT Entry-Finished
                   PERFORM 2400-GET-DUE-DATE
                   PERFORM 2500-RAISE-PURCHASE-ORDER
               END-IF
           END-IF.
                       MOVE Stock-OnHand TO STK-OnHand(Stock-OilNum)
                       MOVE Stock-Reorder-Level
                           TO STK-Reorder-Level(Stock-OilNum)
                       IF Stock-Reorder-Qty IS NUMERIC
                           MOVE Stock-Reorder-Qty
                               TO STK-Reorder-Qty(Stock-OilNum)
                       END-IF
                       MOVE "Y" TO STK-In-Use(Stock-OilNum)
                   END-IF
                   READ StockLedgerFile
               END-IF
           END-PERFORM.

      * One due date for the whole order, not before today.
       2400-GET-DUE-DATE.
           MOVE "N" TO Field-Valid-Switch.
           PERFORM UNTIL Field-Is-Valid
               DISPLAY "DELIVERY DUE DATE (YYYYMMDD)"
               ACCEPT Entry-Due-Date
               IF Entry-Due-Date IS NUMERIC
                   AND Entry-Due-Date-N >= Business-Date
                   SET Field-Is-Valid TO TRUE
               ELSE
                   DISPLAY "DUE DATE MUST BE YYYYMMDD, NOT BEFORE "
                       Business-Date
               END-IF
           END-PERFORM.

      * One PO for the run: each short oil offered with a suggested
      * quantity (enough to be back at twice the reorder level);
      * zero declines the line.
           MOVE Business-Date TO Prn-Po-Date.
           WRITE Po-Print-Line FROM Po-Number-Line
           AFTER ADVANCING 2 LINES.
           MOVE Entry-Due-Date-N TO Prn-Po-Due-Date.
           WRITE Po-Print-Line FROM Po-Due-Line
           AFTER ADVANCING 1 LINE.
           MOVE SPM-Name(SPM-Found-Idx) TO Prn-Po-Supp-Name.
           MOVE Entry-SupplierID TO Prn-Po-Supp-Id.
           WRITE Po-Print-Line FROM Po-Supplier-Line
                   Po-Lines-Written " LINES"
           END-IF.

      * An approved reorder quantity is what the demand review says
      * to buy; an oil never reviewed keeps the old rule of thumb.
       2600-OFFER-ONE-OIL.
           IF STK-Reorder-Qty(STK-Idx) > ZERO
               MOVE STK-Reorder-Qty(STK-Idx) TO Suggested-Qty
           ELSE
               COMPUTE Suggested-Qty =
                   (STK-Reorder-Level(STK-Idx) * 2)
                   - STK-OnHand(STK-Idx)
           END-IF.
           DISPLAY "OIL " STK-Idx " " Oil-Name-Entry(STK-Idx)
               " ON HAND " STK-OnHand(STK-Idx)
               " REORDER AT " STK-Reorder-Level(STK-Idx).
                   " IS NOT NUMERIC - OIL SKIPPED"
           ELSE
               IF Entry-Order-Qty-N > ZERO
                   DISPLAY "AGREED UNIT PRICE (NNNNN.NN)"
                   ACCEPT Entry-Unit-Price
                   MOVE SPACES TO Po-Rec
                   MOVE Po-Number-Next TO PO-Number
                   MOVE Entry-SupplierID TO PO-SupplierID
                   MOVE Entry-Order-Qty-N TO PO-Qty-Ordered
                   MOVE ZEROS TO PO-Qty-Received
                   MOVE "O" TO PO-Status
                   MOVE Entry-Due-Date-N TO PO-Due-Date
                   MOVE Entry-Unit-Price TO PO-Unit-Price
                   WRITE Po-Rec
                   ADD 1 TO Po-Lines-Written
                   MOVE STK-Idx TO Prn-Po-OilNum
                   MOVE Oil-Name-Entry(STK-Idx) TO Prn-Po-Oil-Name
                   MOVE Entry-Order-Qty-N TO Prn-Po-Qty
                   MOVE Entry-Unit-Price TO Prn-Po-Unit-Price
                   WRITE Po-Print-Line FROM Po-Detail-Line
                   AFTER ADVANCING 1 LINE
               END-IF
