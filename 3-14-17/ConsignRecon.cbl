      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly consignment reconciliation, run after
      *          StockUpdate has posted the day's usage. Every shelf
      *          count keyed through ConsignEntry and still pending on
      *          CNSCOUNT.DAT is set against the customer location's
      *          STOCKBR.DAT book figure: the book and the variance
      *          are stamped on the count, which is marked reconciled,
      *          and CNSRECON.RPT prints each one valued at the
      *          STOCKLED.DAT unit cost. A shortfall is usage the
      *          customer has not reported yet and is flagged for the
      *          account to be raised with them. The report closes
      *          with every consignment customer's holding - oil,
      *          book quantity, value and when it was last counted -
      *          so the stock on their shelves can be seen at a
      *          glance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConsignRecon.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ConsignFile ASSIGN TO "CONSIGN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Consign-File-Status.

       SELECT ConsignCountFile ASSIGN TO "CNSCOUNT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ConsignCount-File-Status.

       SELECT BranchStockFile ASSIGN TO "STOCKBR.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BranchStock-File-Status.

       SELECT StockLedgerFile ASSIGN TO "STOCKLED.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-StockLedger-File-Status.

       SELECT ConsignReconRep ASSIGN TO "CNSRECON.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD ConsignFile.
       01 Consign-Rec.
           88 EndOfConsignFile      VALUE HIGH-VALUES.
           02  CNS-CustomerID           PIC X(5).
           02  FILLER                   PIC X.
           02  CNS-Location             PIC X(3).
           02  FILLER                   PIC X.
           02  CNS-Customer-Name        PIC X(20).

       FD ConsignCountFile.
       01 ConsignCount-Rec.
           88 EndOfConsignCountFile VALUE HIGH-VALUES.
           02  CCT-Record-Image         PIC X(55).

       FD BranchStockFile.
       01 BranchStock-Rec.
           88 EndOfBranchStockFile  VALUE HIGH-VALUES.
           02  BrStock-Branch           PIC X(3).
           02  FILLER                   PIC X.
           02  BrStock-OilNum           PIC 99.
           02  FILLER                   PIC X.
           02  BrStock-OnHand           PIC S9(7)
               SIGN IS TRAILING SEPARATE.

       FD StockLedgerFile.
       01 StockLedger-Rec.
           88 EndOfStockLedgerFile  VALUE HIGH-VALUES.
           02  Stock-OilNum             PIC 99.
           02  FILLER                   PIC X.
           02  Stock-OnHand             PIC S9(7)
               SIGN IS TRAILING SEPARATE.
           02  FILLER                   PIC X.
           02  Stock-Reorder-Level      PIC 9(5).
           02  FILLER                   PIC X.
           02  Stock-Unit-Cost          PIC 9(5)V99.

       FD ConsignReconRep.
       01 Recon-Print-Line              PIC X(80).

       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-Consign-File-Status       PIC XX.
       01  WS-ConsignCount-File-Status  PIC XX.
       01  WS-BranchStock-File-Status   PIC XX.
       01  WS-StockLedger-File-Status   PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Consign-Table.
           02  Consign-Entry OCCURS 100 TIMES.
               03  CNT-CustomerID       PIC X(5).
               03  CNT-Location         PIC X(3).
               03  CNT-Customer-Name    PIC X(20).
       01  Consign-Count                PIC 9(3) VALUE ZEROS.
       01  CNT-Idx                      PIC 9(3).

      * CNSCOUNT.DAT held whole as record images, the counts laid
      * over each image, and written back with the pending ones
      * reconciled.
       01  Count-Table.
           02  Count-Entry OCCURS 2000 TIMES.
               03  CTT-Image            PIC X(55).
               03  CTT-Fields REDEFINES CTT-Image.
                   04  CTT-Count-Date   PIC 9(8).
                   04  FILLER           PIC X.
                   04  CTT-CustomerID   PIC X(5).
                   04  FILLER           PIC X.
                   04  CTT-Location     PIC X(3).
                   04  FILLER           PIC X.
                   04  CTT-OilNum       PIC 99.
                   04  FILLER           PIC X.
                   04  CTT-Counted-Qty  PIC 9(7).
                   04  FILLER           PIC X.
                   04  CTT-Book-Qty     PIC S9(7)
                       SIGN IS TRAILING SEPARATE.
                   04  FILLER           PIC X.
                   04  CTT-Variance     PIC S9(7)
                       SIGN IS TRAILING SEPARATE.
                   04  FILLER           PIC X.
                   04  CTT-Status       PIC X.
                       88 CTT-Pending   VALUE "P".
                       88 CTT-Reconciled VALUE "R".
                   04  FILLER           PIC X.
                   04  CTT-Operator-ID  PIC X(5).
       01  Count-Count                  PIC 9(4) VALUE ZEROS.
       01  CTT-Idx                      PIC 9(4).
       01  Count-Overflow-Switch        PIC X VALUE "N".
           88 Count-Overflowed          VALUE "Y".
       01  Counts-Reconciled            PIC 9(5) VALUE ZEROS.

       01  Branch-Stock-Table.
           02  Branch-Stock-Entry OCCURS 300 TIMES.
               03  BST-Branch           PIC X(3).
               03  BST-OilNum           PIC 99.
               03  BST-OnHand           PIC S9(7).
       01  Branch-Stock-Count           PIC 9(3) VALUE ZEROS.
       01  BST-Idx                      PIC 9(3).

       01  Oil-Cost-Table.
           02  Oil-Cost-Entry           PIC 9(5)V99 OCCURS 30 TIMES
                                        VALUE ZEROS.

       01  Lookup-Location              PIC X(3).
       01  Lookup-OilNum                PIC 99.
       01  Book-Qty                     PIC S9(7).
       01  Last-Count-Date              PIC 9(8).
       01  Line-Value                   PIC S9(9)V99.
       01  Customer-Value               PIC S9(9)V99.
       01  Variance-Value-Total         PIC S9(9)V99 VALUE ZEROS.
       01  Consign-Value-Total          PIC S9(9)V99 VALUE ZEROS.

       01  Recon-Heading-Line           PIC X(50) VALUE
           "      CONSIGNMENT STOCK RECONCILIATION".

       01  Recon-Date-Line.
           02  FILLER                   PIC X(17) VALUE
               " BUSINESS DATE : ".
           02  Prn-Business-Date        PIC 9(8).

       01  Recon-Count-Heading          PIC X(50) VALUE
           " SHELF COUNTS RECONCILED".

       01  Recon-Count-Topic            PIC X(80) VALUE
           " COUNTED  CUST  LOC OIL  COUNTED     BOOK VARIANCE
      -    "      VALUE".

       01  Recon-Count-Line.
           02  FILLER                   PIC X     VALUE SPACES.
           02  Prn-Count-Date           PIC 9(8).
           02  FILLER                   PIC X     VALUE SPACES.
           02  Prn-Count-Cust           PIC X(5).
           02  FILLER                   PIC X     VALUE SPACES.
           02  Prn-Count-Loc            PIC X(3).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Count-Oil            PIC 99.
           02  FILLER                   PIC X     VALUE SPACES.
           02  Prn-Count-Counted        PIC Z,ZZZ,ZZ9.
           02  FILLER                   PIC X     VALUE SPACES.
           02  Prn-Count-Book           PIC Z,ZZZ,ZZ9-.
           02  Prn-Count-Variance       PIC Z,ZZZ,ZZ9-.
           02  FILLER                   PIC X     VALUE SPACES.
           02  Prn-Count-Value          PIC ZZZ,ZZ9.99-.
           02  FILLER                   PIC X     VALUE SPACES.
           02  Prn-Count-Flag           PIC X(10).

       01  Recon-No-Counts-Line         PIC X(50) VALUE
           "   NO SHELF COUNTS AWAITING RECONCILIATION".

       01  Recon-Variance-Total-Line.
           02  FILLER                   PIC X(24) VALUE
               " NET VARIANCE VALUE   : ".
           02  Prn-Variance-Total       PIC ZZZ,ZZZ,ZZ9.99-.

       01  Recon-Customer-Line.
           02  FILLER                   PIC X(12) VALUE " CUSTOMER : ".
           02  Prn-Cust-Id              PIC X(5).
           02  FILLER                   PIC X     VALUE SPACES.
           02  Prn-Cust-Name            PIC X(20).
           02  FILLER                   PIC X(12) VALUE
               "  LOCATION :".
           02  FILLER                   PIC X     VALUE SPACES.
           02  Prn-Cust-Loc             PIC X(3).

       01  Recon-Holding-Topic          PIC X(80) VALUE
           "   OIL      ON SHELF  UNIT COST        VALUE  LAST COUNTED".

       01  Recon-Holding-Line.
           02  FILLER                   PIC X(4)  VALUE SPACES.
           02  Prn-Hold-Oil             PIC 99.
           02  FILLER                   PIC X(4)  VALUE SPACES.
           02  Prn-Hold-Qty             PIC Z,ZZZ,ZZ9-.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Hold-Cost            PIC ZZ,ZZ9.99.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Hold-Value           PIC ZZZ,ZZ9.99-.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Hold-Last-Count      PIC X(8).

       01  Recon-Customer-Total-Line.
           02  FILLER                   PIC X(24) VALUE
               "   CUSTOMER TOTAL     : ".
           02  Prn-Cust-Total           PIC ZZZ,ZZZ,ZZ9.99-.

       01  Recon-Grand-Total-Line.
           02  FILLER                   PIC X(24) VALUE
               " ALL CONSIGNMENT STOCK: ".
           02  Prn-Grand-Total          PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-CONSIGN-CUSTOMERS.
           PERFORM 1100-LOAD-BRANCH-STOCK.
           PERFORM 1200-LOAD-UNIT-COSTS.
           PERFORM 1300-LOAD-COUNTS.
           OPEN OUTPUT ConsignReconRep.
           WRITE Recon-Print-Line FROM Recon-Heading-Line
           AFTER ADVANCING 1 LINE.
           MOVE Business-Date TO Prn-Business-Date.
           WRITE Recon-Print-Line FROM Recon-Date-Line
           AFTER ADVANCING 1 LINE.
           PERFORM 2000-RECONCILE-COUNTS.
           PERFORM 2500-LIST-HOLDINGS.
           CLOSE ConsignReconRep.
           IF Counts-Reconciled > ZERO
               PERFORM 3000-REWRITE-COUNTS
           END-IF.
           DISPLAY "CONSIGNMENT COUNTS RECONCILED: " Counts-Reconciled.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-CONSIGN-CUSTOMERS.
           OPEN INPUT ConsignFile.
           IF WS-Consign-File-Status = "00"
               READ ConsignFile
                   AT END SET EndOfConsignFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfConsignFile
                   IF Consign-Count < 100
                       ADD 1 TO Consign-Count
                       MOVE CNS-CustomerID
                           TO CNT-CustomerID(Consign-Count)
                       MOVE CNS-Location TO CNT-Location(Consign-Count)
                       MOVE CNS-Customer-Name
                           TO CNT-Customer-Name(Consign-Count)
                   END-IF
                   READ ConsignFile
                       AT END SET EndOfConsignFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ConsignFile
           END-IF.

       1100-LOAD-BRANCH-STOCK.
           OPEN INPUT BranchStockFile.
           IF WS-BranchStock-File-Status = "00"
               READ BranchStockFile
                   AT END SET EndOfBranchStockFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfBranchStockFile
                   IF BrStock-OilNum IS NUMERIC
                       AND BrStock-OilNum > ZERO
                       AND BrStock-OilNum <= 30
                       AND Branch-Stock-Count < 300
                       ADD 1 TO Branch-Stock-Count
                       MOVE BrStock-Branch
                           TO BST-Branch(Branch-Stock-Count)
                       MOVE BrStock-OilNum
                           TO BST-OilNum(Branch-Stock-Count)
                       MOVE BrStock-OnHand
                           TO BST-OnHand(Branch-Stock-Count)
                   END-IF
                   READ BranchStockFile
                       AT END SET EndOfBranchStockFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BranchStockFile
           END-IF.

       1200-LOAD-UNIT-COSTS.
           OPEN INPUT StockLedgerFile.
           IF WS-StockLedger-File-Status = "00"
               READ StockLedgerFile
                   AT END SET EndOfStockLedgerFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfStockLedgerFile
                   IF Stock-OilNum IS NUMERIC
                       AND Stock-OilNum > ZERO
                       AND Stock-OilNum <= 30
                       AND Stock-Unit-Cost IS NUMERIC
                       MOVE Stock-Unit-Cost
                           TO Oil-Cost-Entry(Stock-OilNum)
                   END-IF
                   READ StockLedgerFile
                       AT END SET EndOfStockLedgerFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StockLedgerFile
           END-IF.

       1300-LOAD-COUNTS.
           OPEN INPUT ConsignCountFile.
           IF WS-ConsignCount-File-Status = "00"
               READ ConsignCountFile
                   AT END SET EndOfConsignCountFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfConsignCountFile
                   IF Count-Count < 2000
                       ADD 1 TO Count-Count
                       MOVE CCT-Record-Image TO CTT-Image(Count-Count)
                   ELSE
                       SET Count-Overflowed TO TRUE
                   END-IF
                   READ ConsignCountFile
                       AT END SET EndOfConsignCountFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ConsignCountFile
           END-IF.
           IF Count-Overflowed
               DISPLAY "WARNING: CNSCOUNT.DAT EXCEEDS THE TABLE - "
                   "COUNTS LISTED BUT NOT MARKED RECONCILED"
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Counted less than the book is stock gone from the customer's
      * shelf without a usage line: unreported usage to raise with
      * them. Counted more means usage reported ahead of the shelf.
       2000-RECONCILE-COUNTS.
           WRITE Recon-Print-Line FROM Recon-Count-Heading
           AFTER ADVANCING 2 LINES.
           WRITE Recon-Print-Line FROM Recon-Count-Topic
           AFTER ADVANCING 1 LINE.
           PERFORM VARYING CTT-Idx FROM 1 BY 1
               UNTIL CTT-Idx > Count-Count
               IF CTT-Pending(CTT-Idx)
                   AND CTT-OilNum(CTT-Idx) IS NUMERIC
                   AND CTT-OilNum(CTT-Idx) > ZERO
                   AND CTT-OilNum(CTT-Idx) <= 30
                   PERFORM 2100-RECONCILE-ONE-COUNT
               END-IF
           END-PERFORM.
           IF Counts-Reconciled = ZERO
               WRITE Recon-Print-Line FROM Recon-No-Counts-Line
               AFTER ADVANCING 1 LINE
           END-IF.
           MOVE Variance-Value-Total TO Prn-Variance-Total.
           WRITE Recon-Print-Line FROM Recon-Variance-Total-Line
           AFTER ADVANCING 2 LINES.

       2100-RECONCILE-ONE-COUNT.
           MOVE CTT-Location(CTT-Idx) TO Lookup-Location.
           MOVE CTT-OilNum(CTT-Idx) TO Lookup-OilNum.
           PERFORM 2900-FIND-BOOK-QTY.
           MOVE Book-Qty TO CTT-Book-Qty(CTT-Idx).
           COMPUTE CTT-Variance(CTT-Idx) =
               CTT-Counted-Qty(CTT-Idx) - Book-Qty.
           IF NOT Count-Overflowed
               MOVE "R" TO CTT-Status(CTT-Idx)
           END-IF.
           ADD 1 TO Counts-Reconciled.
           COMPUTE Line-Value = CTT-Variance(CTT-Idx)
               * Oil-Cost-Entry(Lookup-OilNum).
           ADD Line-Value TO Variance-Value-Total.
           MOVE CTT-Count-Date(CTT-Idx) TO Prn-Count-Date.
           MOVE CTT-CustomerID(CTT-Idx) TO Prn-Count-Cust.
           MOVE CTT-Location(CTT-Idx) TO Prn-Count-Loc.
           MOVE CTT-OilNum(CTT-Idx) TO Prn-Count-Oil.
           MOVE CTT-Counted-Qty(CTT-Idx) TO Prn-Count-Counted.
           MOVE Book-Qty TO Prn-Count-Book.
           MOVE CTT-Variance(CTT-Idx) TO Prn-Count-Variance.
           MOVE Line-Value TO Prn-Count-Value.
           EVALUATE TRUE
               WHEN CTT-Variance(CTT-Idx) < ZERO
                   MOVE "UNREPORTED" TO Prn-Count-Flag
               WHEN CTT-Variance(CTT-Idx) > ZERO
                   MOVE "OVER BOOK" TO Prn-Count-Flag
               WHEN OTHER
                   MOVE SPACES TO Prn-Count-Flag
           END-EVALUATE.
           WRITE Recon-Print-Line FROM Recon-Count-Line
           AFTER ADVANCING 1 LINE.

      * Each customer's location, every oil on it, and the latest
      * reconciled count of that oil.
       2500-LIST-HOLDINGS.
           PERFORM VARYING CNT-Idx FROM 1 BY 1
               UNTIL CNT-Idx > Consign-Count
               MOVE CNT-CustomerID(CNT-Idx) TO Prn-Cust-Id
               MOVE CNT-Customer-Name(CNT-Idx) TO Prn-Cust-Name
               MOVE CNT-Location(CNT-Idx) TO Prn-Cust-Loc
               WRITE Recon-Print-Line FROM Recon-Customer-Line
               AFTER ADVANCING 2 LINES
               WRITE Recon-Print-Line FROM Recon-Holding-Topic
               AFTER ADVANCING 1 LINE
               MOVE ZEROS TO Customer-Value
               PERFORM VARYING BST-Idx FROM 1 BY 1
                   UNTIL BST-Idx > Branch-Stock-Count
                   IF BST-Branch(BST-Idx) = CNT-Location(CNT-Idx)
                       PERFORM 2600-LIST-ONE-HOLDING
                   END-IF
               END-PERFORM
               ADD Customer-Value TO Consign-Value-Total
               MOVE Customer-Value TO Prn-Cust-Total
               WRITE Recon-Print-Line FROM Recon-Customer-Total-Line
               AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE Consign-Value-Total TO Prn-Grand-Total.
           WRITE Recon-Print-Line FROM Recon-Grand-Total-Line
           AFTER ADVANCING 2 LINES.

       2600-LIST-ONE-HOLDING.
           COMPUTE Line-Value = BST-OnHand(BST-Idx)
               * Oil-Cost-Entry(BST-OilNum(BST-Idx)).
           ADD Line-Value TO Customer-Value.
           MOVE ZEROS TO Last-Count-Date.
           PERFORM VARYING CTT-Idx FROM 1 BY 1
               UNTIL CTT-Idx > Count-Count
               IF CTT-Location(CTT-Idx) = BST-Branch(BST-Idx)
                   AND CTT-OilNum(CTT-Idx) = BST-OilNum(BST-Idx)
                   AND CTT-Count-Date(CTT-Idx) > Last-Count-Date
                   MOVE CTT-Count-Date(CTT-Idx) TO Last-Count-Date
               END-IF
           END-PERFORM.
           MOVE BST-OilNum(BST-Idx) TO Prn-Hold-Oil.
           MOVE BST-OnHand(BST-Idx) TO Prn-Hold-Qty.
           MOVE Oil-Cost-Entry(BST-OilNum(BST-Idx)) TO Prn-Hold-Cost.
           MOVE Line-Value TO Prn-Hold-Value.
           IF Last-Count-Date = ZERO
               MOVE "NEVER" TO Prn-Hold-Last-Count
           ELSE
               MOVE Last-Count-Date TO Prn-Hold-Last-Count
           END-IF.
           WRITE Recon-Print-Line FROM Recon-Holding-Line
           AFTER ADVANCING 1 LINE.

      * A location with no row for the oil has none on the book.
       2900-FIND-BOOK-QTY.
           MOVE ZEROS TO Book-Qty.
           PERFORM VARYING BST-Idx FROM 1 BY 1
               UNTIL BST-Idx > Branch-Stock-Count
               IF BST-Branch(BST-Idx) = Lookup-Location
                   AND BST-OilNum(BST-Idx) = Lookup-OilNum
                   MOVE BST-OnHand(BST-Idx) TO Book-Qty
               END-IF
           END-PERFORM.

       3000-REWRITE-COUNTS.
           IF NOT Count-Overflowed
               OPEN OUTPUT ConsignCountFile
               PERFORM VARYING CTT-Idx FROM 1 BY 1
                   UNTIL CTT-Idx > Count-Count
                   MOVE CTT-Image(CTT-Idx) TO CCT-Record-Image
                   WRITE ConsignCount-Rec
               END-PERFORM
               CLOSE ConsignCountFile
           END-IF.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="CONSIGNRECON"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM ConsignRecon.
