      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - After the company total, each branch's STOCKBR.DAT
      *     holding values by branch at the same unit cost, with
      *     the TRFORD.DAT stock in transit between branches and
      *     any stock not yet booked to a branch, so the branch
      *     figures reconcile to the company one.
      *   - A branch section that is a consignment customer's
      *     CONSIGN.DAT location is headed with the customer, and
      *     the stock on customers' shelves is totalled after the
      *     stock in transit. It stays inside the branch figures -
      *     it is still ours until the customer uses it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StockVal.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OilMaster-File-Status.

      * Branch holdings, and the transfers still on the road.
       SELECT BranchStockFile ASSIGN TO "STOCKBR.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BranchStock-File-Status.

       SELECT TransferFile ASSIGN TO "TRFORD.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Transfer-File-Status.

      * Consignment customers and the location each one holds.
       SELECT ConsignFile ASSIGN TO "CONSIGN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Consign-File-Status.

       SELECT StockValRep ASSIGN TO "STOCKVAL.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "RUNLOGFC.CPY".
           02  FILLER                 PIC X.
           02  OilMast-UOM            PIC X(5).

       FD BranchStockFile.
       01 BranchStock-Rec.
           88 EndOfBranchStockFile  VALUE HIGH-VALUES.
           02  BrStock-Branch         PIC X(3).
           02  FILLER                 PIC X.
           02  BrStock-OilNum         PIC 99.
           02  FILLER                 PIC X.
           02  BrStock-OnHand         PIC S9(7)
               SIGN IS TRAILING SEPARATE.

       FD TransferFile.
       01 Transfer-Rec.
           88 EndOfTransferFile     VALUE HIGH-VALUES.
           02  TRF-Number             PIC 9(6).
           02  FILLER                 PIC X.
           02  TRF-From-Branch        PIC X(3).
           02  FILLER                 PIC X.
           02  TRF-To-Branch          PIC X(3).
           02  FILLER                 PIC X.
           02  TRF-OilNum             PIC 99.
           02  FILLER                 PIC X.
           02  TRF-Qty                PIC 9(7).
           02  FILLER                 PIC X.
           02  TRF-Issue-Date         PIC 9(8).
           02  FILLER                 PIC X.
           02  TRF-Status             PIC X.
               88 TRF-In-Transit      VALUE "T".

       FD ConsignFile.
       01 Consign-Rec.
           88 EndOfConsignFile    VALUE HIGH-VALUES.
           02  CNS-CustomerID         PIC X(5).
           02  FILLER                 PIC X.
           02  CNS-Location           PIC X(3).
           02  FILLER                 PIC X.
           02  CNS-Customer-Name      PIC X(20).

       FD StockValRep.
       01 StockVal-Print-Line         PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-StockLedger-File-Status   PIC XX.
       01  WS-OilMaster-File-Status     PIC XX.
       01  WS-BranchStock-File-Status   PIC XX.
       01  WS-Transfer-File-Status      PIC XX.
       01  WS-Consign-File-Status       PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

           02  Oil-Name-Entry           PIC X(20) OCCURS 30 TIMES
                                        VALUE SPACES.

      * Each oil's unit cost as valued above, for the branch and
      * transit sections.
       01  Oil-Cost-Table.
           02  Oil-Cost-Entry           PIC 9(5)V99 OCCURS 30 TIMES
                                        VALUE ZEROS.

       01  Branch-Stock-Table.
           02  Branch-Stock-Entry OCCURS 300 TIMES.
               03  BST-Branch           PIC X(3).
               03  BST-OilNum           PIC 99.
               03  BST-OnHand           PIC S9(7).
               03  BST-Printed          PIC X.
                   88 BST-Was-Printed   VALUE "Y".
       01  Branch-Stock-Count           PIC 9(3) VALUE ZEROS.
       01  BST-Idx                      PIC 9(3).
       01  Current-Branch               PIC X(3).
       01  Branch-Pending-Switch        PIC X.
           88 Branch-Pending            VALUE "Y".
       01  Branch-Value                 PIC S9(11)V99.
       01  All-Branches-Value           PIC S9(11)V99 VALUE ZEROS.
       01  Transit-Value                PIC S9(11)V99 VALUE ZEROS.
       01  Consign-Value                PIC S9(11)V99 VALUE ZEROS.

       01  Consign-Table.
           02  Consign-Entry OCCURS 100 TIMES.
               03  CNT-CustomerID       PIC X(5).
               03  CNT-Location         PIC X(3).
               03  CNT-Customer-Name    PIC X(20).
       01  Consign-Count                PIC 9(3) VALUE ZEROS.
       01  CNT-Idx                      PIC 9(3).
       01  CNT-Found-Idx                PIC 9(3).
       01  Unallocated-Value            PIC S9(11)V99.

       01  Line-Unit-Cost               PIC 9(5)V99.
       01  Line-Value                   PIC S9(11)V99.
       01  Total-Value                  PIC S9(11)V99 VALUE ZEROS.
               " TOTAL VALUE  : ".
           02  VAL-Total                PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  StockVal-Branch-Line.
           02  FILLER                   PIC X(9)  VALUE " BRANCH  ".
           02  VAL-Branch               PIC X(3).
           02  VAL-Consign-Legend       PIC X(16) VALUE SPACES.
           02  VAL-Consign-Cust         PIC X(5)  VALUE SPACES.
           02  FILLER                   PIC X     VALUE SPACES.
           02  VAL-Consign-Name         PIC X(20) VALUE SPACES.

       01  StockVal-Branch-Total-Line.
           02  FILLER                   PIC X(16) VALUE
               " BRANCH TOTAL : ".
           02  VAL-Branch-Total         PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  StockVal-Transit-Heading     PIC X(44) VALUE
           " IN TRANSIT BETWEEN BRANCHES".

       01  StockVal-Transit-Line.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  VAL-Trf-OilNum           PIC Z9.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  FILLER                   PIC X(9)  VALUE "TRANSFER ".
           02  VAL-Trf-Number           PIC 9(6).
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  VAL-Trf-From             PIC X(3).
           02  FILLER                   PIC X(1)  VALUE ">".
           02  VAL-Trf-To               PIC X(3).
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  VAL-Trf-Qty              PIC ZZZZ,ZZ9-.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  VAL-Trf-Unit-Cost        PIC ZZ,ZZ9.99.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  VAL-Trf-Value            PIC ZZZ,ZZZ,ZZ9.99-.

       01  StockVal-Transit-Total-Line.
           02  FILLER                   PIC X(16) VALUE
               " IN TRANSIT   : ".
           02  VAL-Transit-Total        PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  StockVal-Consign-Total-Line.
           02  FILLER                   PIC X(16) VALUE
               " AT CUSTOMERS : ".
           02  VAL-Consign-Total        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                   PIC X(24) VALUE
               "  (INCLUDED IN BRANCHES)".

       01  StockVal-Unallocated-Line.
           02  FILLER                   PIC X(16) VALUE
               " NO BRANCH    : ".
           02  VAL-Unallocated          PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-OIL-NAMES.
           PERFORM 2000-VALUE-THE-LEDGER.
           PERFORM 3000-LOAD-BRANCH-STOCK.
           PERFORM 3010-LOAD-CONSIGN-CUSTOMERS.
           PERFORM 3050-FIND-NEXT-BRANCH.
           PERFORM UNTIL NOT Branch-Pending
               PERFORM 3100-VALUE-ONE-BRANCH
               PERFORM 3050-FIND-NEXT-BRANCH
           END-PERFORM.
           PERFORM 3500-VALUE-IN-TRANSIT.
           IF Consign-Count > ZERO
               MOVE Consign-Value TO VAL-Consign-Total
               WRITE StockVal-Print-Line
                   FROM StockVal-Consign-Total-Line
               AFTER ADVANCING 1 LINE
           END-IF.
      * Whatever the company holds beyond the branches and the road
      * was on the ledger before the branch rows began.
           COMPUTE Unallocated-Value = Total-Value
               - All-Branches-Value - Transit-Value.
           MOVE Unallocated-Value TO VAL-Unallocated.
           WRITE StockVal-Print-Line FROM StockVal-Unallocated-Line
           AFTER ADVANCING 2 LINES.
           CLOSE StockValRep.
           PERFORM Log-Run-Complete.
           STOP RUN.

           MOVE Total-Value TO VAL-Total.
           WRITE StockVal-Print-Line FROM StockVal-Total-Line
           AFTER ADVANCING 2 LINES.
           DISPLAY "OILS VALUED: " Oils-Valued
               " TOTAL " Total-Value.

           ELSE
               MOVE ZEROS TO Line-Unit-Cost
           END-IF.
           MOVE Line-Unit-Cost TO Oil-Cost-Entry(Stock-OilNum).
           COMPUTE Line-Value = Stock-OnHand * Line-Unit-Cost.
           ADD Line-Value TO Total-Value.
           MOVE Stock-OilNum TO VAL-OilNum.
           WRITE StockVal-Print-Line FROM StockVal-Detail-Line
           AFTER ADVANCING 1 LINE.

       3000-LOAD-BRANCH-STOCK.
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
                       MOVE "N" TO BST-Printed(Branch-Stock-Count)
                   END-IF
                   READ BranchStockFile
                       AT END SET EndOfBranchStockFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BranchStockFile
           END-IF.

       3010-LOAD-CONSIGN-CUSTOMERS.
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

      * The branch of the first row not yet printed, if any.
       3050-FIND-NEXT-BRANCH.
           MOVE "N" TO Branch-Pending-Switch.
           PERFORM VARYING BST-Idx FROM 1 BY 1
               UNTIL BST-Idx > Branch-Stock-Count OR Branch-Pending
               IF NOT BST-Was-Printed(BST-Idx)
                   MOVE BST-Branch(BST-Idx) TO Current-Branch
                   SET Branch-Pending TO TRUE
               END-IF
           END-PERFORM.

      * Every row the branch has, valued at the company cost, then
      * a branch subtotal.
       3100-VALUE-ONE-BRANCH.
           MOVE Current-Branch TO VAL-Branch.
           MOVE ZEROS TO CNT-Found-Idx.
           PERFORM VARYING CNT-Idx FROM 1 BY 1
               UNTIL CNT-Idx > Consign-Count OR CNT-Found-Idx > ZERO
               IF CNT-Location(CNT-Idx) = Current-Branch
                   MOVE CNT-Idx TO CNT-Found-Idx
               END-IF
           END-PERFORM.
           IF CNT-Found-Idx > ZERO
               MOVE "  CONSIGNED TO " TO VAL-Consign-Legend
               MOVE CNT-CustomerID(CNT-Found-Idx) TO VAL-Consign-Cust
               MOVE CNT-Customer-Name(CNT-Found-Idx)
                   TO VAL-Consign-Name
           ELSE
               MOVE SPACES TO VAL-Consign-Legend, VAL-Consign-Cust,
                   VAL-Consign-Name
           END-IF.
           WRITE StockVal-Print-Line FROM StockVal-Branch-Line
           AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO Branch-Value.
           PERFORM VARYING BST-Idx FROM 1 BY 1
               UNTIL BST-Idx > Branch-Stock-Count
               IF BST-Branch(BST-Idx) = Current-Branch
                   MOVE "Y" TO BST-Printed(BST-Idx)
                   MOVE Oil-Cost-Entry(BST-OilNum(BST-Idx))
                       TO Line-Unit-Cost
                   COMPUTE Line-Value =
                       BST-OnHand(BST-Idx) * Line-Unit-Cost
                   ADD Line-Value TO Branch-Value
                   MOVE BST-OilNum(BST-Idx) TO VAL-OilNum
                   MOVE Oil-Name-Entry(BST-OilNum(BST-Idx))
                       TO VAL-Oil-Name
                   MOVE BST-OnHand(BST-Idx) TO VAL-OnHand
                   MOVE Line-Unit-Cost TO VAL-Unit-Cost
                   MOVE Line-Value TO VAL-Value
                   WRITE StockVal-Print-Line FROM StockVal-Detail-Line
                   AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.
           ADD Branch-Value TO All-Branches-Value.
           IF CNT-Found-Idx > ZERO
               ADD Branch-Value TO Consign-Value
           END-IF.
           MOVE Branch-Value TO VAL-Branch-Total.
           WRITE StockVal-Print-Line FROM StockVal-Branch-Total-Line
           AFTER ADVANCING 1 LINE.

       3500-VALUE-IN-TRANSIT.
           WRITE StockVal-Print-Line FROM StockVal-Transit-Heading
           AFTER ADVANCING 2 LINES.
           OPEN INPUT TransferFile.
           IF WS-Transfer-File-Status = "00"
               READ TransferFile
                   AT END SET EndOfTransferFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfTransferFile
                   IF TRF-In-Transit
                       AND TRF-OilNum IS NUMERIC
                       AND TRF-OilNum > ZERO
                       AND TRF-OilNum <= 30
                       MOVE Oil-Cost-Entry(TRF-OilNum)
                           TO Line-Unit-Cost
                       COMPUTE Line-Value = TRF-Qty * Line-Unit-Cost
                       ADD Line-Value TO Transit-Value
                       MOVE TRF-OilNum TO VAL-Trf-OilNum
                       MOVE TRF-Number TO VAL-Trf-Number
                       MOVE TRF-From-Branch TO VAL-Trf-From
                       MOVE TRF-To-Branch TO VAL-Trf-To
                       MOVE TRF-Qty TO VAL-Trf-Qty
                       MOVE Line-Unit-Cost TO VAL-Trf-Unit-Cost
                       MOVE Line-Value TO VAL-Trf-Value
                       WRITE StockVal-Print-Line
                           FROM StockVal-Transit-Line
                       AFTER ADVANCING 1 LINE
                   END-IF
                   READ TransferFile
                       AT END SET EndOfTransferFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TransferFile
           END-IF.
           MOVE Transit-Value TO VAL-Transit-Total.
           WRITE StockVal-Print-Line FROM StockVal-Transit-Total-Line
           AFTER ADVANCING 1 LINE.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="STOCKVAL"==.
       COPY "BUSDATEPA.CPY".
