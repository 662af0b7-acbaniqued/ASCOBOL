      ******************************************************************
      * Author:
      * Date:
      * Purpose: Student shop purchasing - orders, receiving and the
      *          supplier's invoice. (O)rder raises a numbered
      *          purchase order for one SUPPMAST.DAT supplier: each
      *          ShopReord suggestion held on SHOPSUGG.DAT for that
      *          supplier is offered in turn and other items may be
      *          added; the lines go to SHOPPO.DAT under the next PO
      *          number from POCTL.DAT, the counter the oil orders
      *          draw on, so a PO number means one order whichever
      *          side raised it, and PO<number>.TXT prints for the
      *          post. (R)eceive books what arrived against the PO's
      *          open lines onto the SHOPITEM.DAT stock counts and
      *          closes each line once it is all in. (I)nvoice puts
      *          the supplier's bill onto APLEDGER.DAT the way the
      *          oil invoices go, matched against what the PO has
      *          received less what earlier invoices vouched, with
      *          the due date from the supplier's terms; the payment
      *          run then pays it like any other. Shop lines carry
      *          oil number zero on the ledger, as the landed-cost
      *          lines do. (L)ist shows the open order lines.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ShopPurch.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ShopItemFile ASSIGN TO "SHOPITEM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ShopItem-File-Status.

       SELECT SuppMasterFile ASSIGN TO "SUPPMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SuppMaster-File-Status.

      * One line per ordered item; receiving posts the quantity in
      * back onto the line and closes it.
       SELECT ShopPoFile ASSIGN TO "SHOPPO.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ShopPo-File-Status.

       SELECT ShopSuggFile ASSIGN TO "SHOPSUGG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ShopSugg-File-Status.

       SELECT PoCtlFile ASSIGN TO "POCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PoCtl-File-Status.

       SELECT ApLedgerFile ASSIGN TO "APLEDGER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ApLedger-File-Status.

       SELECT PoPrintFile ASSIGN USING Po-Print-File-Name
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PoPrint-File-Status.
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD ShopItemFile.
       01 ShopItem-Rec.
           88 EndOfShopItemFile   VALUE HIGH-VALUES.
           02  Item-Code              PIC X(6).
           02  FILLER                 PIC X.
           02  Item-Descr             PIC X(20).
           02  FILLER                 PIC X.
           02  Item-Price             PIC 9(5)V99.
           02  FILLER                 PIC X.
           02  Item-Active            PIC X.
           02  FILLER                 PIC X.
           02  Item-Stock-Count       PIC S9(5)
               SIGN IS TRAILING SEPARATE.
      * Reorder level, quantity and supplier, kept by ShopItem and
      * only carried through the rewrite here.
           02  Item-Reorder-Data      PIC X(18).

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

       FD ShopPoFile.
       01 ShopPo-Rec.
           88 EndOfShopPoFile     VALUE HIGH-VALUES.
           02  SPO-Number             PIC 9(6).
           02  FILLER                 PIC X.
           02  SPO-Supplier-ID        PIC X(5).
           02  FILLER                 PIC X.
           02  SPO-Order-Date         PIC 9(8).
           02  FILLER                 PIC X.
           02  SPO-Item-Code          PIC X(6).
           02  FILLER                 PIC X.
           02  SPO-Qty-Ordered        PIC 9(5).
           02  FILLER                 PIC X.
           02  SPO-Qty-Received       PIC 9(5).
           02  FILLER                 PIC X.
           02  SPO-Status             PIC X.
           02  FILLER                 PIC X.
           02  SPO-Due-Date           PIC 9(8).
           02  FILLER                 PIC X.
           02  SPO-Unit-Cost          PIC 9(5)V99.

       FD ShopSuggFile.
       01 ShopSugg-Rec.
           88 EndOfShopSuggFile   VALUE HIGH-VALUES.
           02  Sugg-Item-Code         PIC X(6).
           02  FILLER                 PIC X.
           02  Sugg-Supplier-ID       PIC X(5).
           02  FILLER                 PIC X.
           02  Sugg-Qty               PIC 9(5).
           02  FILLER                 PIC X.
           02  Sugg-Run-Date          PIC 9(8).

       FD PoCtlFile.
       01 PoCtl-Rec.
           02  PoCtl-Last-Number      PIC 9(6).

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
           02  FILLER                 PIC X.
           02  AP-Vat-Rate            PIC V999.
           02  FILLER                 PIC X.
           02  AP-Vat-Amount          PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.

       FD PoPrintFile.
       01 Po-Print-Line               PIC X(72).

       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-ShopItem-File-Status      PIC XX.
       01  WS-SuppMaster-File-Status    PIC XX.
       01  WS-ShopPo-File-Status        PIC XX.
       01  WS-ShopSugg-File-Status      PIC XX.
       01  WS-PoCtl-File-Status         PIC XX.
       01  WS-ApLedger-File-Status      PIC XX.
       01  WS-PoPrint-File-Status       PIC XX.
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Po-Print-File-Name.
           02  FILLER                   PIC X(2) VALUE "PO".
           02  Po-Print-Number          PIC 9(6).
           02  FILLER                   PIC X(4) VALUE ".TXT".

       01  Shop-Item-Table.
           02  Shop-Item-Entry OCCURS 200 TIMES.
               03  SIT-Code             PIC X(6).
               03  SIT-Descr            PIC X(20).
               03  SIT-Price            PIC 9(5)V99.
               03  SIT-Active           PIC X.
               03  SIT-Stock            PIC S9(5).
               03  SIT-Reorder-Data     PIC X(18).

       01  Shop-Item-Count              PIC 9(3) VALUE ZEROS.
       01  SIT-Idx                      PIC 9(3).
       01  SIT-Found-Idx                PIC 9(3).

       01  Supp-Master-Table.
           02  Supp-Master-Entry OCCURS 500 TIMES.
               03  SPM-SupplierID       PIC X(5).
               03  SPM-Name             PIC X(20).
               03  SPM-Address          PIC X(30).
               03  SPM-Terms-Days       PIC 9(3).

       01  Supp-Master-Count            PIC 9(3) VALUE ZEROS.
       01  SPM-Idx                      PIC 9(3).
       01  SPM-Found-Idx                PIC 9(3) VALUE ZEROS.

       01  Shop-Order-Table.
           02  Shop-Order-Entry OCCURS 1000 TIMES.
               03  SOT-Number           PIC 9(6).
               03  SOT-Supplier-ID      PIC X(5).
               03  SOT-Order-Date       PIC 9(8).
               03  SOT-Item-Code        PIC X(6).
               03  SOT-Qty-Ordered      PIC 9(5).
               03  SOT-Qty-Received     PIC 9(5).
               03  SOT-Status           PIC X.
                   88 SOT-Is-Open       VALUE "O".
               03  SOT-Due-Date         PIC 9(8).
               03  SOT-Unit-Cost        PIC 9(5)V99.

       01  Shop-Order-Count             PIC 9(4) VALUE ZEROS.
       01  SOT-Idx                      PIC 9(4).

       01  Suggestion-Table.
           02  Suggestion-Entry OCCURS 200 TIMES.
               03  SGT-Item-Code        PIC X(6).
               03  SGT-Supplier-ID      PIC X(5).
               03  SGT-Qty              PIC 9(5).
               03  SGT-Run-Date         PIC 9(8).

       01  Suggestion-Count             PIC 9(3) VALUE ZEROS.
       01  SGT-Idx                      PIC 9(3).

      * Set when the load had to skip rows: carrying on would end in
      * a rewrite that deletes them, so the run stands down instead.
       01  Load-Overflow-Switch         PIC X VALUE "N".
           88 Load-Overflowed           VALUE "Y".

       01  Txn-Mode                     PIC X VALUE SPACE.
           88 Txn-Order                 VALUE "O", "o".
           88 Txn-Receive               VALUE "R", "r".
           88 Txn-Invoice               VALUE "I", "i".
           88 Txn-List                  VALUE "L", "l".
           88 Txn-Quit                  VALUE "Q", "q".

       01  Po-Number-Next               PIC 9(6) VALUE ZEROS.
       01  Entry-SupplierID             PIC X(5).
           88 Entry-Finished            VALUE "Q    ", "q    ",
                                        SPACES.
       01  Entry-Item-Code              PIC X(6).
       01  Entry-Order-Qty-X            PIC X(5).
       01  Entry-Order-Qty-N REDEFINES Entry-Order-Qty-X
                                        PIC 9(5).
       01  Entry-Unit-Cost-X            PIC X(7).
       01  Entry-Unit-Cost-N REDEFINES Entry-Unit-Cost-X
                                        PIC 9(5)V99.
       01  Entry-Due-Date               PIC X(8).
       01  Entry-Due-Date-N REDEFINES Entry-Due-Date
                                        PIC 9(8).
       01  Entry-PO-Number-X            PIC X(6).
       01  Entry-PO-Number-N REDEFINES Entry-PO-Number-X
                                        PIC 9(6).
       01  Entry-Reference              PIC X(10).
       01  Entry-Invoice-Date           PIC X(8).
       01  Entry-Invoice-Date-N REDEFINES Entry-Invoice-Date
                                        PIC 9(8).
       01  Entry-Qty-X                  PIC X(5).
       01  Entry-Qty-N REDEFINES Entry-Qty-X
                                        PIC 9(5).
       01  Entry-Amount                 PIC 9(7)V99.
       01  Entry-Vat-Rate-X             PIC X(3).
       01  Entry-Vat-Rate-N REDEFINES Entry-Vat-Rate-X
                                        PIC V999.
       01  Entry-Vat-Amount-X           PIC X(9).
       01  Entry-Vat-Amount-N REDEFINES Entry-Vat-Amount-X
                                        PIC 9(7)V99.
       01  Entry-Vat-Rate               PIC V999.
       01  Entry-Vat-Amount             PIC 9(7)V99.

       01  Field-Valid-Switch           PIC X VALUE "N".
           88 Field-Is-Valid            VALUE "Y".
       01  Record-Valid-Switch          PIC X VALUE "N".
           88 Record-Is-Valid           VALUE "Y".
       01  Other-Items-Switch           PIC X VALUE "N".
           88 Other-Items-Done          VALUE "Y".
       01  Suggested-Qty                PIC 9(5).
       01  Qty-Outstanding              PIC 9(5).
       01  Po-Lines-Written             PIC 9(3) VALUE ZEROS.
       01  Po-Lines-Found               PIC 9(3) VALUE ZEROS.
       01  PO-Qty-Received-Total        PIC 9(7).
       01  PO-Qty-Vouched-Total         PIC 9(7).
       01  Orders-Raised                PIC 9(3) VALUE ZEROS.
       01  Lines-Received               PIC 9(4) VALUE ZEROS.
       01  Invoices-Posted              PIC 9(4) VALUE ZEROS.
       01  Items-Changed                PIC 9(4) VALUE ZEROS.
       01  Orders-Changed               PIC 9(4) VALUE ZEROS.
       01  Suggestions-Changed          PIC 9(3) VALUE ZEROS.

      * Due-date arithmetic: invoice date plus the supplier's terms
      * days, rolled through month ends the way ApInvoice rolls
      * them, February 29 only in a leap year.
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

       01  Po-Heading-Line              PIC X(44) VALUE
           "        STUDENT SHOP - PURCHASE ORDER".

       01  Po-Number-Line.
           02  FILLER                   PIC X(12) VALUE " PO NUMBER :".
           02  FILLER                   PIC X     VALUE SPACES.
           02  Prn-Po-Number            PIC 9(6).
           02  FILLER                   PIC X(9)  VALUE "  DATE : ".
           02  Prn-Po-Date              PIC 9(8).

       01  Po-Due-Line.
           02  FILLER                   PIC X(20) VALUE
               " DELIVER BY       : ".
           02  Prn-Po-Due-Date          PIC 9(8).

       01  Po-Supplier-Line.
           02  FILLER                   PIC X(12) VALUE " SUPPLIER : ".
           02  Prn-Po-Supp-Name         PIC X(20).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  FILLER                   PIC X(1)  VALUE "(".
           02  Prn-Po-Supp-Id           PIC X(5).
           02  FILLER                   PIC X(1)  VALUE ")".

       01  Po-Address-Line.
           02  FILLER                   PIC X(12) VALUE " ADDRESS  : ".
           02  Prn-Po-Supp-Address      PIC X(30).

       01  Po-Topic-Line                PIC X(60) VALUE
           " ITEM    DESCRIPTION          QTY ORDERED   UNIT PRICE".

       01  Po-Detail-Line.
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Po-Item-Code         PIC X(6).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Po-Item-Descr        PIC X(20).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Po-Qty               PIC ZZ,ZZ9.
           02  FILLER                   PIC X(5)  VALUE SPACES.
           02  Prn-Po-Unit-Price        PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-SHOP-ITEMS.
           PERFORM 1100-LOAD-SUPPLIER-MASTER.
           PERFORM 1200-LOAD-SHOP-ORDERS.
           PERFORM 1300-LOAD-SUGGESTIONS.
      * Rewriting from a partial table would delete the rows that
      * did not fit, so an overloaded file refuses the session.
           IF Load-Overflowed
               DISPLAY "SHOP FILES EXCEED THE TABLES - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL Txn-Quit.
           IF Orders-Changed > ZEROS
               PERFORM 5000-REWRITE-SHOP-ORDERS
           END-IF.
           IF Items-Changed > ZEROS
               PERFORM 5100-REWRITE-SHOP-ITEMS
           END-IF.
           IF Suggestions-Changed > ZEROS
               PERFORM 5200-REWRITE-SUGGESTIONS
           END-IF.
           DISPLAY "ORDERS RAISED: " Orders-Raised
               " LINES RECEIVED: " Lines-Received
               " INVOICES POSTED: " Invoices-Posted.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-SHOP-ITEMS.
           OPEN INPUT ShopItemFile.
           IF WS-ShopItem-File-Status = "00"
               READ ShopItemFile
                   AT END SET EndOfShopItemFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfShopItemFile
                   IF Shop-Item-Count < 200
                       ADD 1 TO Shop-Item-Count
                       MOVE Item-Code TO SIT-Code(Shop-Item-Count)
                       MOVE Item-Descr
                           TO SIT-Descr(Shop-Item-Count)
                       MOVE Item-Price
                           TO SIT-Price(Shop-Item-Count)
                       MOVE Item-Active
                           TO SIT-Active(Shop-Item-Count)
                       MOVE Item-Stock-Count
                           TO SIT-Stock(Shop-Item-Count)
                       MOVE Item-Reorder-Data
                           TO SIT-Reorder-Data(Shop-Item-Count)
                   ELSE
                       SET Load-Overflowed TO TRUE
                       DISPLAY "WARNING: SHOPITEM.DAT TABLE FULL, "
                           "ITEM " Item-Code " SKIPPED"
                   END-IF
                   READ ShopItemFile
                       AT END SET EndOfShopItemFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ShopItemFile
           ELSE
               DISPLAY "WARNING: SHOPITEM.DAT NOT AVAILABLE - NO "
                   "ITEM CAN BE ORDERED"
           END-IF.

       1100-LOAD-SUPPLIER-MASTER.
           OPEN INPUT SuppMasterFile.
           IF WS-SuppMaster-File-Status = "00"
               READ SuppMasterFile
                   AT END SET EndOfSuppMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSuppMasterFile
                   IF Supp-Master-Count < 500
                       ADD 1 TO Supp-Master-Count
                       MOVE SuppMast-SupplierID
                           TO SPM-SupplierID(Supp-Master-Count)
                       MOVE SuppMast-Name
                           TO SPM-Name(Supp-Master-Count)
                       MOVE SuppMast-Address
                           TO SPM-Address(Supp-Master-Count)
                       IF SuppMast-Terms-Days IS NUMERIC
                           MOVE SuppMast-Terms-Days
                               TO SPM-Terms-Days(Supp-Master-Count)
                       ELSE
                           MOVE ZEROS
                               TO SPM-Terms-Days(Supp-Master-Count)
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

       1200-LOAD-SHOP-ORDERS.
           OPEN INPUT ShopPoFile.
           IF WS-ShopPo-File-Status = "00"
               READ ShopPoFile
                   AT END SET EndOfShopPoFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfShopPoFile
                   IF Shop-Order-Count < 1000
                       ADD 1 TO Shop-Order-Count
                       MOVE SPO-Number
                           TO SOT-Number(Shop-Order-Count)
                       MOVE SPO-Supplier-ID
                           TO SOT-Supplier-ID(Shop-Order-Count)
                       MOVE SPO-Order-Date
                           TO SOT-Order-Date(Shop-Order-Count)
                       MOVE SPO-Item-Code
                           TO SOT-Item-Code(Shop-Order-Count)
                       MOVE SPO-Qty-Ordered
                           TO SOT-Qty-Ordered(Shop-Order-Count)
                       MOVE SPO-Qty-Received
                           TO SOT-Qty-Received(Shop-Order-Count)
                       MOVE SPO-Status
                           TO SOT-Status(Shop-Order-Count)
                       MOVE SPO-Due-Date
                           TO SOT-Due-Date(Shop-Order-Count)
                       MOVE SPO-Unit-Cost
                           TO SOT-Unit-Cost(Shop-Order-Count)
                   ELSE
                       SET Load-Overflowed TO TRUE
                       DISPLAY "WARNING: SHOPPO.DAT TABLE FULL, PO "
                           SPO-Number " LINE SKIPPED"
                   END-IF
                   READ ShopPoFile
                       AT END SET EndOfShopPoFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ShopPoFile
           END-IF.

       1300-LOAD-SUGGESTIONS.
           OPEN INPUT ShopSuggFile.
           IF WS-ShopSugg-File-Status = "00"
               READ ShopSuggFile
                   AT END SET EndOfShopSuggFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfShopSuggFile
                   IF Suggestion-Count < 200
                       ADD 1 TO Suggestion-Count
                       MOVE Sugg-Item-Code
                           TO SGT-Item-Code(Suggestion-Count)
                       MOVE Sugg-Supplier-ID
                           TO SGT-Supplier-ID(Suggestion-Count)
                       MOVE Sugg-Qty TO SGT-Qty(Suggestion-Count)
                       MOVE Sugg-Run-Date
                           TO SGT-Run-Date(Suggestion-Count)
                   ELSE
                       SET Load-Overflowed TO TRUE
                   END-IF
                   READ ShopSuggFile
                       AT END SET EndOfShopSuggFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ShopSuggFile
           ELSE
               DISPLAY "NO SHOPSUGG.DAT - RUN ShopReord FOR "
                   "SUGGESTIONS"
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           DISPLAY "SHOP PURCHASING - (O)RDER (R)ECEIVE (I)NVOICE "
               "(L)IST (Q)UIT".
           ACCEPT Txn-Mode.
           EVALUATE TRUE
               WHEN Txn-Order
                   PERFORM 2100-RAISE-ORDER
               WHEN Txn-Receive
                   PERFORM 2200-RECEIVE-ORDER
               WHEN Txn-Invoice
                   PERFORM 2300-ENTER-INVOICE
               WHEN Txn-List
                   PERFORM 2400-LIST-OPEN-ORDERS
               WHEN Txn-Quit
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

       2050-FIND-ITEM.
           MOVE ZEROS TO SIT-Found-Idx.
           PERFORM VARYING SIT-Idx FROM 1 BY 1
               UNTIL SIT-Idx > Shop-Item-Count
               OR SIT-Found-Idx > ZERO
               IF SIT-Code(SIT-Idx) = Entry-Item-Code
                   MOVE SIT-Idx TO SIT-Found-Idx
               END-IF
           END-PERFORM.

       2060-FIND-SUPPLIER.
           MOVE ZEROS TO SPM-Found-Idx.
           PERFORM VARYING SPM-Idx FROM 1 BY 1
               UNTIL SPM-Idx > Supp-Master-Count
               OR SPM-Found-Idx > ZERO
               IF SPM-SupplierID(SPM-Idx) = Entry-SupplierID
                   MOVE SPM-Idx TO SPM-Found-Idx
               END-IF
           END-PERFORM.
           IF SPM-Found-Idx = ZERO
               DISPLAY "SUPPLIER " Entry-SupplierID
                   " IS NOT ON SUPPMAST.DAT"
           END-IF.

      * One PO per pass for one supplier: that supplier's suggested
      * items first, then anything else the buyer adds.
       2100-RAISE-ORDER.
           DISPLAY "SUPPLIER ID (OR Q TO RETURN)".
           ACCEPT Entry-SupplierID.
           IF NOT Entry-Finished
               PERFORM 2060-FIND-SUPPLIER
               IF SPM-Found-Idx > ZERO
                   PERFORM 2110-GET-DUE-DATE
                   PERFORM 2120-START-PURCHASE-ORDER
                   PERFORM VARYING SGT-Idx FROM 1 BY 1
                       UNTIL SGT-Idx > Suggestion-Count
                       IF SGT-Supplier-ID(SGT-Idx) = Entry-SupplierID
                           AND SGT-Qty(SGT-Idx) > ZERO
                           MOVE SGT-Item-Code(SGT-Idx)
                               TO Entry-Item-Code
                           MOVE SGT-Qty(SGT-Idx) TO Suggested-Qty
                           PERFORM 2050-FIND-ITEM
                           IF SIT-Found-Idx > ZERO
                               PERFORM 2160-OFFER-ONE-ITEM
                               IF Entry-Order-Qty-N > ZERO
                                   MOVE ZEROS TO SGT-Qty(SGT-Idx)
                                   ADD 1 TO Suggestions-Changed
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE "N" TO Other-Items-Switch
                   PERFORM 2150-OFFER-OTHER-ITEM
                       UNTIL Other-Items-Done
                   PERFORM 2190-FINISH-PURCHASE-ORDER
               END-IF
           END-IF.

      * One due date for the whole order, not before today.
       2110-GET-DUE-DATE.
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

      * The number is drawn from the counter the oil orders share,
      * and only written back once the order has a line on it.
       2120-START-PURCHASE-ORDER.
           MOVE ZEROS TO Po-Number-Next, Po-Lines-Written.
           OPEN INPUT PoCtlFile.
           IF WS-PoCtl-File-Status = "00"
               READ PoCtlFile
                   NOT AT END
                       MOVE PoCtl-Last-Number TO Po-Number-Next
               END-READ
               CLOSE PoCtlFile
           END-IF.
           ADD 1 TO Po-Number-Next.
           MOVE Po-Number-Next TO Po-Print-Number.
           OPEN OUTPUT PoPrintFile.
           WRITE Po-Print-Line FROM Po-Heading-Line
           AFTER ADVANCING 1 LINE.
           MOVE Po-Number-Next TO Prn-Po-Number.
           MOVE Business-Date TO Prn-Po-Date.
           WRITE Po-Print-Line FROM Po-Number-Line
           AFTER ADVANCING 2 LINES.
           MOVE Entry-Due-Date-N TO Prn-Po-Due-Date.
           WRITE Po-Print-Line FROM Po-Due-Line
           AFTER ADVANCING 1 LINE.
           MOVE SPM-Name(SPM-Found-Idx) TO Prn-Po-Supp-Name.
           MOVE Entry-SupplierID TO Prn-Po-Supp-Id.
           WRITE Po-Print-Line FROM Po-Supplier-Line
           AFTER ADVANCING 1 LINE.
           MOVE SPM-Address(SPM-Found-Idx) TO Prn-Po-Supp-Address.
           WRITE Po-Print-Line FROM Po-Address-Line
           AFTER ADVANCING 1 LINE.
           WRITE Po-Print-Line FROM Po-Topic-Line
           AFTER ADVANCING 2 LINES.

       2150-OFFER-OTHER-ITEM.
           DISPLAY "OTHER ITEM CODE TO ORDER (BLANK TO FINISH)".
           MOVE SPACES TO Entry-Item-Code.
           ACCEPT Entry-Item-Code.
           IF Entry-Item-Code = SPACES
               SET Other-Items-Done TO TRUE
           ELSE
               PERFORM 2050-FIND-ITEM
               IF SIT-Found-Idx = ZERO
                   DISPLAY "ITEM " Entry-Item-Code
                       " IS NOT ON SHOPITEM.DAT"
               ELSE
                   MOVE ZEROS TO Suggested-Qty
                   PERFORM 2160-OFFER-ONE-ITEM
               END-IF
           END-IF.

      * Zero or a non-numeric quantity declines the line.
       2160-OFFER-ONE-ITEM.
           DISPLAY "ITEM " SIT-Code(SIT-Found-Idx) " "
               SIT-Descr(SIT-Found-Idx)
               " STOCK " SIT-Stock(SIT-Found-Idx).
           DISPLAY "ORDER QTY (NNNNN, SUGGESTED " Suggested-Qty
               ", 0 TO SKIP)".
           ACCEPT Entry-Order-Qty-X.
           IF Entry-Order-Qty-N IS NOT NUMERIC
               DISPLAY "QUANTITY " Entry-Order-Qty-X
                   " IS NOT NUMERIC - ITEM SKIPPED"
               MOVE ZEROS TO Entry-Order-Qty-N
           ELSE
               IF Entry-Order-Qty-N > ZERO
                   IF Shop-Order-Count < 1000
                       PERFORM 2170-ADD-ORDER-LINE
                   ELSE
                       DISPLAY "SHOPPO.DAT TABLE FULL - ITEM NOT "
                           "ORDERED"
                       MOVE ZEROS TO Entry-Order-Qty-N
                   END-IF
               END-IF
           END-IF.

       2170-ADD-ORDER-LINE.
           MOVE "N" TO Field-Valid-Switch.
           PERFORM UNTIL Field-Is-Valid
               DISPLAY "AGREED UNIT PRICE (NNNNNNN, CENTS IMPLIED)"
               ACCEPT Entry-Unit-Cost-X
               IF Entry-Unit-Cost-X IS NUMERIC
                   SET Field-Is-Valid TO TRUE
               ELSE
                   DISPLAY "UNIT PRICE MUST BE NUMERIC"
               END-IF
           END-PERFORM.
           ADD 1 TO Shop-Order-Count.
           MOVE Po-Number-Next TO SOT-Number(Shop-Order-Count).
           MOVE Entry-SupplierID
               TO SOT-Supplier-ID(Shop-Order-Count).
           MOVE Business-Date TO SOT-Order-Date(Shop-Order-Count).
           MOVE SIT-Code(SIT-Found-Idx)
               TO SOT-Item-Code(Shop-Order-Count).
           MOVE Entry-Order-Qty-N
               TO SOT-Qty-Ordered(Shop-Order-Count).
           MOVE ZEROS TO SOT-Qty-Received(Shop-Order-Count).
           MOVE "O" TO SOT-Status(Shop-Order-Count).
           MOVE Entry-Due-Date-N TO SOT-Due-Date(Shop-Order-Count).
           MOVE Entry-Unit-Cost-N
               TO SOT-Unit-Cost(Shop-Order-Count).
           ADD 1 TO Po-Lines-Written, Orders-Changed.
           MOVE SIT-Code(SIT-Found-Idx) TO Prn-Po-Item-Code.
           MOVE SIT-Descr(SIT-Found-Idx) TO Prn-Po-Item-Descr.
           MOVE Entry-Order-Qty-N TO Prn-Po-Qty.
           MOVE Entry-Unit-Cost-N TO Prn-Po-Unit-Price.
           WRITE Po-Print-Line FROM Po-Detail-Line
           AFTER ADVANCING 1 LINE.

       2190-FINISH-PURCHASE-ORDER.
           CLOSE PoPrintFile.
           IF Po-Lines-Written = ZERO
      * Every line declined: the number is not written back, so the
      * sequence has no gap for an order that never existed.
               DISPLAY "NO LINES ORDERED - PO NOT RAISED"
           ELSE
               OPEN OUTPUT PoCtlFile
               MOVE Po-Number-Next TO PoCtl-Last-Number
               WRITE PoCtl-Rec
               CLOSE PoCtlFile
               ADD 1 TO Orders-Raised
               DISPLAY "PO " Po-Print-Number " RAISED WITH "
                   Po-Lines-Written " LINES"
           END-IF.

      * Each open line of the PO in turn; what arrives goes onto the
      * item's stock count, and a line closes once all of it is in.
       2200-RECEIVE-ORDER.
           DISPLAY "PO NUMBER RECEIVED AGAINST (NNNNNN)".
           ACCEPT Entry-PO-Number-X.
           IF Entry-PO-Number-N IS NOT NUMERIC
               DISPLAY "PO NUMBER MUST BE NUMERIC"
           ELSE
               MOVE ZEROS TO Po-Lines-Found
               PERFORM VARYING SOT-Idx FROM 1 BY 1
                   UNTIL SOT-Idx > Shop-Order-Count
                   IF SOT-Number(SOT-Idx) = Entry-PO-Number-N
                       AND SOT-Is-Open(SOT-Idx)
                       ADD 1 TO Po-Lines-Found
                       PERFORM 2210-RECEIVE-ONE-LINE
                   END-IF
               END-PERFORM
               IF Po-Lines-Found = ZERO
                   DISPLAY "NO OPEN SHOP ORDER LINES FOR PO "
                       Entry-PO-Number-N
               END-IF
           END-IF.

       2210-RECEIVE-ONE-LINE.
           COMPUTE Qty-Outstanding = SOT-Qty-Ordered(SOT-Idx)
               - SOT-Qty-Received(SOT-Idx).
           MOVE SOT-Item-Code(SOT-Idx) TO Entry-Item-Code.
           PERFORM 2050-FIND-ITEM.
           IF SIT-Found-Idx = ZERO
               DISPLAY "ITEM " Entry-Item-Code
                   " IS NO LONGER ON SHOPITEM.DAT - LINE SKIPPED"
           ELSE
               DISPLAY "ITEM " Entry-Item-Code " "
                   SIT-Descr(SIT-Found-Idx)
                   " ORDERED " SOT-Qty-Ordered(SOT-Idx)
                   " STILL DUE " Qty-Outstanding
               DISPLAY "QUANTITY RECEIVED NOW (NNNNN, 0 FOR NONE)"
               ACCEPT Entry-Qty-X
               EVALUATE TRUE
                   WHEN Entry-Qty-X IS NOT NUMERIC
                       DISPLAY "QUANTITY MUST BE NUMERIC - LINE "
                           "SKIPPED"
                   WHEN Entry-Qty-N > Qty-Outstanding
                       DISPLAY "QUANTITY " Entry-Qty-N
                           " EXCEEDS WHAT IS STILL DUE - LINE "
                           "SKIPPED"
                   WHEN Entry-Qty-N = ZERO
                       CONTINUE
                   WHEN OTHER
                       ADD Entry-Qty-N TO SOT-Qty-Received(SOT-Idx)
                       ADD Entry-Qty-N TO SIT-Stock(SIT-Found-Idx)
                       IF SOT-Qty-Received(SOT-Idx)
                           >= SOT-Qty-Ordered(SOT-Idx)
                           MOVE "C" TO SOT-Status(SOT-Idx)
                       END-IF
                       ADD 1 TO Items-Changed, Orders-Changed,
                           Lines-Received
                       DISPLAY "STOCK NOW " SIT-Stock(SIT-Found-Idx)
               END-EVALUATE
           END-IF.

       2300-ENTER-INVOICE.
           DISPLAY "SUPPLIER ID (OR Q TO RETURN)".
           ACCEPT Entry-SupplierID.
           IF NOT Entry-Finished
               MOVE "N" TO Record-Valid-Switch
               PERFORM 2060-FIND-SUPPLIER
               IF SPM-Found-Idx > ZERO
                   SET Record-Is-Valid TO TRUE
                   PERFORM 2310-ACCEPT-INVOICE-FIELDS
                   IF Record-Is-Valid
                       PERFORM 2320-ACCEPT-VAT-FIELDS
                   END-IF
                   IF Record-Is-Valid
                       PERFORM 2330-MATCH-AGAINST-RECEIPTS
                   END-IF
                   IF Record-Is-Valid
                       PERFORM 2390-WRITE-LEDGER-ENTRY
                   END-IF
               END-IF
           END-IF.

       2310-ACCEPT-INVOICE-FIELDS.
           DISPLAY "SUPPLIER INVOICE REFERENCE".
           ACCEPT Entry-Reference.
           DISPLAY "INVOICE DATE (YYYYMMDD)".
           ACCEPT Entry-Invoice-Date.
           IF Entry-Invoice-Date-N IS NOT NUMERIC
               MOVE "N" TO Record-Valid-Switch
               DISPLAY "DATE " Entry-Invoice-Date " IS NOT NUMERIC"
           ELSE
               DISPLAY "PO NUMBER (NNNNNN)"
               ACCEPT Entry-PO-Number-X
               DISPLAY "QUANTITY BILLED (NNNNN)"
               ACCEPT Entry-Qty-X
               IF Entry-PO-Number-N IS NOT NUMERIC
                   OR Entry-Qty-N IS NOT NUMERIC
                   OR Entry-Qty-N = ZERO
                   MOVE "N" TO Record-Valid-Switch
                   DISPLAY "PO AND QUANTITY MUST BE NUMERIC AND "
                       "QUANTITY NOT ZERO - ENTRY REJECTED"
               ELSE
                   DISPLAY "INVOICE AMOUNT (NNNNNNN.NN)"
                   ACCEPT Entry-Amount
               END-IF
           END-IF.

      * The amount keyed is the invoice total payable; the VAT inside
      * it is the supplier's own figure when keyed, otherwise the
      * rate's share of the total. A blank rate is a zero-rated or
      * exempt invoice with no VAT to claim.
       2320-ACCEPT-VAT-FIELDS.
           DISPLAY "VAT RATE (NNN THOUSANDTHS, E.G. 200 FOR 20%, "
               "BLANK FOR NO VAT)"
           ACCEPT Entry-Vat-Rate-X.
           MOVE ZEROS TO Entry-Vat-Rate, Entry-Vat-Amount.
           IF Entry-Vat-Rate-X = SPACES
               CONTINUE
           ELSE
               IF Entry-Vat-Rate-X IS NOT NUMERIC
                   MOVE "N" TO Record-Valid-Switch
                   DISPLAY "VAT RATE " Entry-Vat-Rate-X
                       " IS NOT NUMERIC - ENTRY REJECTED"
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
                               " IS NOT NUMERIC - ENTRY REJECTED"
                       WHEN OTHER
                           MOVE Entry-Vat-Amount-N TO Entry-Vat-Amount
                   END-EVALUATE
               END-IF
           END-IF.
           IF Record-Is-Valid
               AND Entry-Vat-Amount > Entry-Amount
               MOVE "N" TO Record-Valid-Switch
               DISPLAY "VAT " Entry-Vat-Amount
                   " EXCEEDS THE INVOICE TOTAL - ENTRY REJECTED"
           END-IF.

      * What the shop PO has received, across its lines, less what
      * earlier shop invoices on the ledger already vouched, so the
      * same delivery cannot be billed twice.
       2330-MATCH-AGAINST-RECEIPTS.
           MOVE ZEROS TO Po-Lines-Found, PO-Qty-Received-Total,
               PO-Qty-Vouched-Total.
           PERFORM VARYING SOT-Idx FROM 1 BY 1
               UNTIL SOT-Idx > Shop-Order-Count
               IF SOT-Number(SOT-Idx) = Entry-PO-Number-N
                   AND SOT-Supplier-ID(SOT-Idx) = Entry-SupplierID
                   ADD 1 TO Po-Lines-Found
                   ADD SOT-Qty-Received(SOT-Idx)
                       TO PO-Qty-Received-Total
               END-IF
           END-PERFORM.
           IF Po-Lines-Found = ZERO
               MOVE "N" TO Record-Valid-Switch
               DISPLAY "PO " Entry-PO-Number-N " IS NOT A SHOP "
                   "ORDER WITH " Entry-SupplierID " - ENTRY REJECTED"
           ELSE
               OPEN INPUT ApLedgerFile
               IF WS-ApLedger-File-Status = "00"
                   READ ApLedgerFile
                       AT END SET EndOfApLedgerFile TO TRUE
                   END-READ
                   PERFORM UNTIL EndOfApLedgerFile
                       IF AP-PO-Number = Entry-PO-Number-N
                           AND AP-OilNum = ZEROS
                           AND AP-Qty IS NUMERIC
                           ADD AP-Qty TO PO-Qty-Vouched-Total
                       END-IF
                       READ ApLedgerFile
                           AT END SET EndOfApLedgerFile TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE ApLedgerFile
               END-IF
               IF Entry-Qty-N >
                   PO-Qty-Received-Total - PO-Qty-Vouched-Total
                   MOVE "N" TO Record-Valid-Switch
                   DISPLAY "QUANTITY " Entry-Qty-N
                       " EXCEEDS UNVOUCHED RECEIPTS - "
                       "ENTRY REJECTED"
               END-IF
           END-IF.

       2390-WRITE-LEDGER-ENTRY.
           PERFORM 2950-COMPUTE-DUE-DATE.
           OPEN EXTEND ApLedgerFile.
           IF WS-ApLedger-File-Status NOT = "00"
               OPEN OUTPUT ApLedgerFile
           END-IF.
           MOVE SPACES TO ApLedger-Rec.
           MOVE Entry-Reference TO AP-Reference.
           MOVE Entry-SupplierID TO AP-SupplierID.
           MOVE Entry-Invoice-Date-N TO AP-Invoice-Date.
           MOVE Due-Date-Out TO AP-Due-Date.
           MOVE Entry-PO-Number-N TO AP-PO-Number.
           MOVE ZEROS TO AP-OilNum.
           MOVE Entry-Qty-N TO AP-Qty.
           MOVE Entry-Amount TO AP-Amount.
           MOVE ZEROS TO AP-Amount-Paid.
           MOVE "O" TO AP-Status.
           MOVE Entry-Vat-Rate TO AP-Vat-Rate.
           MOVE Entry-Vat-Amount TO AP-Vat-Amount.
           WRITE ApLedger-Rec.
           CLOSE ApLedgerFile.
           ADD 1 TO Invoices-Posted.
           DISPLAY "INVOICE POSTED, DUE " Due-Date-Out
               " VAT " Entry-Vat-Amount.

       2400-LIST-OPEN-ORDERS.
           PERFORM VARYING SOT-Idx FROM 1 BY 1
               UNTIL SOT-Idx > Shop-Order-Count
               IF SOT-Is-Open(SOT-Idx)
                   DISPLAY "PO " SOT-Number(SOT-Idx) " "
                       SOT-Supplier-ID(SOT-Idx) " "
                       SOT-Item-Code(SOT-Idx) " ORDERED "
                       SOT-Qty-Ordered(SOT-Idx) " RECEIVED "
                       SOT-Qty-Received(SOT-Idx) " DUE "
                       SOT-Due-Date(SOT-Idx)
               END-IF
           END-PERFORM.

       2950-COMPUTE-DUE-DATE.
           MOVE Entry-Invoice-Date(1:4) TO Due-Year.
           MOVE Entry-Invoice-Date(5:2) TO Due-Month.
           MOVE Entry-Invoice-Date(7:2) TO Due-Day.
           MOVE SPM-Terms-Days(SPM-Found-Idx) TO Days-To-Add.
           ADD Days-To-Add TO Due-Day.
      * Zero forces at least one pass, which sets the real month
      * length before the UNTIL re-tests.
           MOVE ZEROS TO Month-Last-Day.
           PERFORM 2960-ROLL-MONTH
               UNTIL Due-Day <= Month-Last-Day.
           COMPUTE Due-Date-Out =
               Due-Year * 10000 + Due-Month * 100 + Due-Day.

      * One month at a time: find this month's length, and when the
      * day runs past it, spill the excess into the next month.
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

       5000-REWRITE-SHOP-ORDERS.
           OPEN OUTPUT ShopPoFile.
           PERFORM VARYING SOT-Idx FROM 1 BY 1
               UNTIL SOT-Idx > Shop-Order-Count
               MOVE SPACES TO ShopPo-Rec
               MOVE SOT-Number(SOT-Idx) TO SPO-Number
               MOVE SOT-Supplier-ID(SOT-Idx) TO SPO-Supplier-ID
               MOVE SOT-Order-Date(SOT-Idx) TO SPO-Order-Date
               MOVE SOT-Item-Code(SOT-Idx) TO SPO-Item-Code
               MOVE SOT-Qty-Ordered(SOT-Idx) TO SPO-Qty-Ordered
               MOVE SOT-Qty-Received(SOT-Idx) TO SPO-Qty-Received
               MOVE SOT-Status(SOT-Idx) TO SPO-Status
               MOVE SOT-Due-Date(SOT-Idx) TO SPO-Due-Date
               MOVE SOT-Unit-Cost(SOT-Idx) TO SPO-Unit-Cost
               WRITE ShopPo-Rec
           END-PERFORM.
           CLOSE ShopPoFile.

       5100-REWRITE-SHOP-ITEMS.
           OPEN OUTPUT ShopItemFile.
           PERFORM VARYING SIT-Idx FROM 1 BY 1
               UNTIL SIT-Idx > Shop-Item-Count
               MOVE SPACES TO ShopItem-Rec
               MOVE SIT-Code(SIT-Idx) TO Item-Code
               MOVE SIT-Descr(SIT-Idx) TO Item-Descr
               MOVE SIT-Price(SIT-Idx) TO Item-Price
               MOVE SIT-Active(SIT-Idx) TO Item-Active
               MOVE SIT-Stock(SIT-Idx) TO Item-Stock-Count
               MOVE SIT-Reorder-Data(SIT-Idx) TO Item-Reorder-Data
               WRITE ShopItem-Rec
           END-PERFORM.
           CLOSE ShopItemFile.

      * Suggestions already ordered drop off, so the next session
      * does not offer them again before the weekly run.
       5200-REWRITE-SUGGESTIONS.
           OPEN OUTPUT ShopSuggFile.
           PERFORM VARYING SGT-Idx FROM 1 BY 1
               UNTIL SGT-Idx > Suggestion-Count
               IF SGT-Qty(SGT-Idx) > ZERO
                   MOVE SPACES TO ShopSugg-Rec
                   MOVE SGT-Item-Code(SGT-Idx) TO Sugg-Item-Code
                   MOVE SGT-Supplier-ID(SGT-Idx) TO Sugg-Supplier-ID
                   MOVE SGT-Qty(SGT-Idx) TO Sugg-Qty
                   MOVE SGT-Run-Date(SGT-Idx) TO Sugg-Run-Date
                   WRITE ShopSugg-Rec
               END-IF
           END-PERFORM.
           CLOSE ShopSuggFile.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="SHOPPURCH"==.
       COPY "OPSIGNPA.CPY".
       COPY "BUSDATEPA.CPY".

       END PROGRAM ShopPurch.
