      *     to the UPDJRNL.DAT update journal at the rewrite, so
      *     Recover can roll a restored STOCKLED.DAT forward to the
      *     minute of a crash.
      *   - Stock is also held per branch on STOCKBR.DAT: each sale
      *     comes off the selling branch's row and blend draws off
      *     this site's, and the reorder report adds a per-branch
      *     section under the company-wide one.
      *   - The stock ledger's new reorder quantity is carried
      *     through the STOCKLED.DAT rewrite untouched.
      *   - Each blend draw posted is kept on BLENDHIST.DAT before
      *     BLENDUSE.DAT is emptied, so the reorder level review
      *     can measure component demand.
      *   - The lot unit cost on STKLOTS.DAT is carried through the
      *     lot rewrite.
      *   - Lots still on QC hold, or rejected by QC, are passed over
      *     by the lot allocation; the QC status is carried through
      *     the lot rewrite.
      *   - Lots are now drawn first to expire rather than oldest
      *     receipt first, so a lot quarantined for clearance by
      *     the nightly expiry run is the first drawn; lots it has
      *     expired for write-off are passed over.
      *   - Free-of-charge samples keyed through SampleIssue come
      *     off the ledger, this site's branch row and the lots,
      *     valued at the cost of the lots drawn, and are kept with
      *     that cost on SAMPHIST.DAT for the GL extract.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StockUpdate.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BlendUse-File-Status.

      * Every draw ever posted, in BLENDUSE.DAT's own layout, for
      * the demand history the reorder review works from.
       SELECT BlendHistFile ASSIGN TO "BLENDHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BlendHist-File-Status.

      * Open lots per oil, written at goods receipt; drained here
      * first to expire as the postings relieve stock.
       SELECT StockLotFile ASSIGN TO "STKLOTS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-StockLot-File-Status.
       SELECT LotAllocFile ASSIGN TO "LOTALLOC.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LotAlloc-File-Status.

      * On-hand per oil per branch. STOCKLED.DAT stays the company
      * total; the branch rows say where on the shelves it sits.
       SELECT BranchStockFile ASSIGN TO "STOCKBR.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BranchStock-File-Status.
      * Samples issued by the reps, waiting to come out of stock.
      * Consumed (truncated) once posted, like BLENDUSE.DAT.
       SELECT SampleIssueFile ASSIGN TO "SAMPISS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SampleIssue-File-Status.

      * Every sample posted, with its cost and the posting date.
       SELECT SampleHistFile ASSIGN TO "SAMPHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SampleHist-File-Status.
       COPY "UPDJRNLFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "BRANCHFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
           02  Sort-Trans-Seq         PIC 9(7).
           02  Sort-Trans-Date        PIC 9(8).
           02  Sort-Reason-Code       PIC X(2).
      * Quote, ship-to and pro-forma fields StockUpdate skips, then
      * the branch the sale was keyed at.
           02  FILLER                 PIC X(20).
           02  Sort-Branch            PIC X(3).

       FD StockLedgerFile.
       01 StockLedger-Rec.
      * before the field read as spaces and value at zero.
           02  FILLER                 PIC X.
           02  Stock-Unit-Cost        PIC 9(5)V99.
      * Quantity to order when the level is reached, set from the
      * approved demand-based proposal; zero on oils never reviewed.
           02  FILLER                 PIC X.
           02  Stock-Reorder-Qty      PIC 9(5).

       FD BlendUseFile.
       01 BlendUse-Rec.
           02  BlendUse-Qty           PIC S9(7)
               SIGN IS TRAILING SEPARATE.

       FD BlendHistFile.
       01 BlendHist-Rec               PIC X(24).

       FD StockLotFile.
       01 StockLot-Rec.
           88 EndOfStockLotFile   VALUE HIGH-VALUES.
           02  FILLER                 PIC X.
           02  Lot-Qty-Left           PIC S9(7)
               SIGN IS TRAILING SEPARATE.
      * What one unit of the lot cost: the receipt price, plus any
      * freight and duty apportioned to the shipment afterwards.
           02  FILLER                 PIC X.
           02  Lot-Unit-Cost          PIC 9(5)V99.
      * H on QC hold, A released, R rejected; a lot received before
      * QC testing began carries a space and is treated as released.
           02  FILLER                 PIC X.
           02  Lot-QC-Status          PIC X.

       FD LotAllocFile.
       01 LotAlloc-Rec.
           02  FILLER                 PIC X.
           02  Alloc-Blend-ID         PIC X(3).

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

       FD SampleIssueFile.
       01 SampleIssue-Rec.
           88 EndOfSampleIssueFile  VALUE HIGH-VALUES.
           02  SMP-Issue-Date         PIC 9(8).
           02  FILLER                 PIC X.
           02  SMP-RepCode            PIC X(3).
           02  FILLER                 PIC X.
           02  SMP-CustomerID         PIC X(5).
           02  FILLER                 PIC X.
           02  SMP-Recipient-Name     PIC X(20).
           02  FILLER                 PIC X.
           02  SMP-OilNum             PIC 99.
           02  FILLER                 PIC X.
           02  SMP-UnitSize           PIC 99.
           02  FILLER                 PIC X.
           02  SMP-Bottles            PIC 999.
           02  FILLER                 PIC X.
           02  SMP-Qty                PIC 9(5).
           02  FILLER                 PIC X.
           02  SMP-Branch             PIC X(3).
           02  FILLER                 PIC X.
           02  SMP-Operator-ID        PIC X(5).

      * The issue line as keyed, then what it cost and when it was
      * taken out of stock.
       FD SampleHistFile.
       01 SampleHist-Rec.
           02  SampleHist-Issue       PIC X(65).
           02  FILLER                 PIC X.
           02  SampleHist-Cost        PIC 9(7)V99.
           02  FILLER                 PIC X.
           02  SampleHist-Post-Date   PIC 9(8).

       FD ReorderRep.
       01 Reorder-Print-Line          PIC X(64).

       COPY "UPDJRNLFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "BRANCHFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-Sorted-File-Status        PIC XX.
       01  WS-StockLedger-File-Status   PIC XX.
       01  WS-BlendUse-File-Status      PIC XX.
       01  WS-BlendHist-File-Status     PIC XX.
       01  WS-StockLot-File-Status      PIC XX.
       01  WS-LotAlloc-File-Status      PIC XX.
       01  WS-BranchStock-File-Status   PIC XX.
       01  WS-SampleIssue-File-Status   PIC XX.
       01  WS-SampleHist-File-Status    PIC XX.
       01  Blend-Lines-Posted           PIC 9(7) VALUE ZEROS.
       01  Sample-Lines-Posted          PIC 9(7) VALUE ZEROS.
       COPY "UPDJRNLWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "BRANCHWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Stock-Table.
           02  Stock-Entry OCCURS 30 TIMES.
               03  STK-OnHand           PIC S9(7) VALUE ZEROS.
               03  STK-Reorder-Level    PIC 9(5)  VALUE ZEROS.
               03  STK-Unit-Cost        PIC 9(5)V99 VALUE ZEROS.
               03  STK-Reorder-Qty      PIC 9(5)  VALUE ZEROS.
               03  STK-In-Use           PIC X     VALUE "N".
                   88 STK-Is-In-Use     VALUE "Y".
      * As loaded, for the update journal's before image.
               03  SLT-Expiry-Date      PIC 9(8).
               03  SLT-Rcpt-Date        PIC 9(8).
               03  SLT-Qty-Left         PIC S9(7).
               03  SLT-Unit-Cost        PIC 9(5)V99.
               03  SLT-QC-Status        PIC X.
                   88 SLT-Not-Drawable  VALUES "H" "R" "E" "W".

       01  Stock-Lot-Count              PIC 9(3) VALUE ZEROS.
      * Set when the load had to skip rows: a rewrite from the
       01  SLT-Idx                      PIC 9(3).
       01  SLT-Found-Idx                PIC 9(3).
       01  Oldest-Rcpt-Date             PIC 9(8).
       01  Earliest-Expiry-Date         PIC 9(8).
       01  Lot-Expiry-Work              PIC 9(8).

      * One allocation request, set up by the posting paragraphs
      * before the first-to-expire walk runs.
       01  Alloc-Request.
           02  Alloc-Req-OilNum         PIC 99.
           02  Alloc-Req-Qty            PIC S9(7).
           02  Alloc-Req-CustomerID     PIC X(5).
           02  Alloc-Req-Blend-ID       PIC X(3).
       01  Alloc-Take-Qty               PIC S9(7).
      * What the lots drawn for the request cost; a lot received
      * before lot costing began is taken at the ledger's average.
       01  Alloc-Cost-Value             PIC 9(7)V99.

      * STOCKBR.DAT rows, one per branch per oil; a branch's first
      * movement of an oil adds its row at zero.
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
       01  Lookup-Branch                PIC X(3).
       01  Lookup-OilNum                PIC 99.
       01  Branch-Alerts                PIC 9(3) VALUE ZEROS.

       01  Reorder-Heading-Line         PIC X(44) VALUE
           "        STOCK REORDER ALERT REPORT".
       01  Reorder-None-Line            PIC X(44) VALUE
           " NO OILS AT OR BELOW REORDER LEVEL".

       01  Reorder-Branch-Heading-Line  PIC X(44) VALUE
           "        BRANCH REORDER ALERTS".

       01  Reorder-Branch-Topic-Line    PIC X(64) VALUE
           " BRANCH  OIL   ON-HAND    REORDER LEVEL".

       01  Reorder-Branch-Detail-Line.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  RDB-Branch               PIC X(3).
           02  FILLER                   PIC X(4)  VALUE SPACES.
           02  RDB-OilNum               PIC Z9.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  RDB-OnHand               PIC ZZZZ,ZZ9-.
           02  FILLER                   PIC X(5)  VALUE SPACES.
           02  RDB-Reorder-Level        PIC ZZ,ZZ9.

       01  Reorder-Branch-None-Line     PIC X(44) VALUE
           " NO BRANCH AT OR BELOW ITS REORDER LEVEL".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Branch-Code.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-STOCK-LEDGER.
           PERFORM 1200-LOAD-BRANCH-STOCK.
           PERFORM 1500-LOAD-STOCK-LOTS.
           OPEN EXTEND LotAllocFile.
           IF WS-LotAlloc-File-Status NOT = "00"
           END-IF.
           PERFORM 2000-POST-SALES-TO-STOCK.
           PERFORM 2500-POST-BLEND-COMPONENTS.
           PERFORM 2600-POST-SAMPLE-ISSUES.
           CLOSE LotAllocFile.
           PERFORM 3000-REWRITE-STOCK-LEDGER.
           PERFORM 3500-REWRITE-STOCK-LOTS.
           PERFORM 3600-REWRITE-BRANCH-STOCK.
           PERFORM 4000-PRINT-REORDER-REPORT.
           PERFORM Log-Run-Complete.
           STOP RUN.
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

      * Unit size times units sold, the same quantity the report
      * run totals, subtracted from on-hand. A return carries a
      * negative quantity so the subtraction restocks.
                           FROM STK-OnHand(Sort-OilNum)
                       MOVE "Y" TO STK-In-Use(Sort-OilNum)
                       ADD 1 TO Lines-Posted
      * Lines from before the branch was carried were all HQ's.
                       IF Sort-Branch = SPACES
                           MOVE "HQ " TO Lookup-Branch
                       ELSE
                           MOVE Sort-Branch TO Lookup-Branch
                       END-IF
                       MOVE Sort-OilNum TO Lookup-OilNum
                       PERFORM 2800-FIND-BRANCH-STOCK
                       IF BST-Found-Idx > ZERO
                           SUBTRACT Sale-Qty-Sold
                               FROM BST-OnHand(BST-Found-Idx)
                       END-IF
      * A return restocks without a lot; only an outgoing quantity
      * draws lots down.
                       IF Sale-Qty-Sold > ZERO
       2500-POST-BLEND-COMPONENTS.
           OPEN INPUT BlendUseFile.
           IF WS-BlendUse-File-Status = "00"
               OPEN EXTEND BlendHistFile
               IF WS-BlendHist-File-Status NOT = "00"
                   OPEN OUTPUT BlendHistFile
               END-IF
               READ BlendUseFile
                   AT END SET EndOfBlendUseFile TO TRUE
               END-READ
                           FROM STK-OnHand(BlendUse-Component)
                       MOVE "Y" TO STK-In-Use(BlendUse-Component)
                       ADD 1 TO Blend-Lines-Posted
                       WRITE BlendHist-Rec FROM BlendUse-Rec
      * Blending happens where this run happens.
                       MOVE Site-Branch-Code TO Lookup-Branch
                       MOVE BlendUse-Component TO Lookup-OilNum
                       PERFORM 2800-FIND-BRANCH-STOCK
                       IF BST-Found-Idx > ZERO
                           SUBTRACT BlendUse-Qty
                               FROM BST-OnHand(BST-Found-Idx)
                       END-IF
                       IF BlendUse-Qty > ZERO
                           MOVE BlendUse-Component
                               TO Alloc-Req-OilNum
                       AT END SET EndOfBlendUseFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BlendUseFile, BlendHistFile
               OPEN OUTPUT BlendUseFile
               CLOSE BlendUseFile
           END-IF.
           DISPLAY "BLEND COMPONENT LINES POSTED: "
               Blend-Lines-Posted.

      * A sample leaves stock like a blend draw - off the ledger and
      * this site's shelf, lots first to expire, traced to the
      * recipient under the SMP marker - but at cost and with no
      * sale behind it. Stock beyond what the lots hold is costed
      * at the ledger's average. Emptied once posted.
       2600-POST-SAMPLE-ISSUES.
           OPEN INPUT SampleIssueFile.
           IF WS-SampleIssue-File-Status = "00"
               OPEN EXTEND SampleHistFile
               IF WS-SampleHist-File-Status NOT = "00"
                   OPEN OUTPUT SampleHistFile
               END-IF
               READ SampleIssueFile
                   AT END SET EndOfSampleIssueFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSampleIssueFile
                   IF SMP-OilNum IS NUMERIC
                       AND SMP-OilNum > ZERO AND SMP-OilNum <= 30
                       AND SMP-Qty IS NUMERIC
                       SUBTRACT SMP-Qty FROM STK-OnHand(SMP-OilNum)
                       MOVE "Y" TO STK-In-Use(SMP-OilNum)
                       ADD 1 TO Sample-Lines-Posted
                       IF SMP-Branch = SPACES
                           MOVE Site-Branch-Code TO Lookup-Branch
                       ELSE
                           MOVE SMP-Branch TO Lookup-Branch
                       END-IF
                       MOVE SMP-OilNum TO Lookup-OilNum
                       PERFORM 2800-FIND-BRANCH-STOCK
                       IF BST-Found-Idx > ZERO
                           SUBTRACT SMP-Qty
                               FROM BST-OnHand(BST-Found-Idx)
                       END-IF
                       MOVE SMP-OilNum TO Alloc-Req-OilNum
                       MOVE SMP-Qty TO Alloc-Req-Qty
                       MOVE SMP-Issue-Date TO Alloc-Req-Date
                       MOVE SMP-CustomerID TO Alloc-Req-CustomerID
                       MOVE "SMP" TO Alloc-Req-Blend-ID
                       PERFORM 2700-ALLOCATE-LOTS
                       IF Alloc-Req-Qty > ZERO
                           COMPUTE Alloc-Cost-Value ROUNDED =
                               Alloc-Cost-Value + Alloc-Req-Qty
                               * STK-Unit-Cost(SMP-OilNum)
                       END-IF
                       MOVE SPACES TO SampleHist-Rec
                       MOVE SampleIssue-Rec TO SampleHist-Issue
                       MOVE Alloc-Cost-Value TO SampleHist-Cost
                       MOVE Business-Date TO SampleHist-Post-Date
                       WRITE SampleHist-Rec
                   ELSE
                       DISPLAY "WARNING: SAMPISS.DAT LINE FOR OIL "
                           SMP-OilNum " NOT VALID - SKIPPED"
                   END-IF
                   READ SampleIssueFile
                       AT END SET EndOfSampleIssueFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SampleIssueFile, SampleHistFile
               OPEN OUTPUT SampleIssueFile
               CLOSE SampleIssueFile
           END-IF.
           DISPLAY "SAMPLE ISSUE LINES POSTED: " Sample-Lines-Posted.

       1500-LOAD-STOCK-LOTS.
           OPEN INPUT StockLotFile.
           IF WS-StockLot-File-Status = "00"
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
               CLOSE StockLotFile
           END-IF.

      * First to expire: the requested quantity walks down the
      * oil's open lots, one LOTALLOC.DAT line per lot drawn. Stock
      * sold beyond what the lots hold simply stops allocating -
      * the on-hand posting above is still exact, and pre-lot stock
      * carries no lot to trace.
       2700-ALLOCATE-LOTS.
           MOVE ZEROS TO Alloc-Cost-Value.
           PERFORM 2750-FIND-FIRST-EXPIRY-LOT.
           PERFORM UNTIL Alloc-Req-Qty <= ZERO
               OR SLT-Found-Idx = ZERO
               IF Alloc-Req-Qty < SLT-Qty-Left(SLT-Found-Idx)
               SUBTRACT Alloc-Take-Qty
                   FROM SLT-Qty-Left(SLT-Found-Idx)
               SUBTRACT Alloc-Take-Qty FROM Alloc-Req-Qty
               IF SLT-Unit-Cost(SLT-Found-Idx) > ZERO
                   COMPUTE Alloc-Cost-Value ROUNDED = Alloc-Cost-Value
                       + Alloc-Take-Qty * SLT-Unit-Cost(SLT-Found-Idx)
               ELSE
                   COMPUTE Alloc-Cost-Value ROUNDED = Alloc-Cost-Value
                       + Alloc-Take-Qty
                       * STK-Unit-Cost(Alloc-Req-OilNum)
               END-IF
               MOVE SPACES TO LotAlloc-Rec
               MOVE Alloc-Req-Date TO Alloc-Date
               MOVE Alloc-Req-OilNum TO Alloc-OilNum
               MOVE Alloc-Req-CustomerID TO Alloc-CustomerID
               MOVE Alloc-Req-Blend-ID TO Alloc-Blend-ID
               WRITE LotAlloc-Rec
               PERFORM 2750-FIND-FIRST-EXPIRY-LOT
           END-PERFORM.

      * Earliest expiry wins; a lot with no expiry date sorts after
      * every dated one, and a tie goes to the older receipt.
       2750-FIND-FIRST-EXPIRY-LOT.
           MOVE ZEROS TO SLT-Found-Idx.
           MOVE 99999999 TO Earliest-Expiry-Date.
           MOVE 99999999 TO Oldest-Rcpt-Date.
           PERFORM VARYING SLT-Idx FROM 1 BY 1
               UNTIL SLT-Idx > Stock-Lot-Count
               IF SLT-OilNum(SLT-Idx) = Alloc-Req-OilNum
                   AND SLT-Qty-Left(SLT-Idx) > ZERO
                   AND NOT SLT-Not-Drawable(SLT-Idx)
                   IF SLT-Expiry-Date(SLT-Idx) = ZERO
                       MOVE 99999999 TO Lot-Expiry-Work
                   ELSE
                       MOVE SLT-Expiry-Date(SLT-Idx)
                           TO Lot-Expiry-Work
                   END-IF
                   IF Lot-Expiry-Work < Earliest-Expiry-Date
                       OR (Lot-Expiry-Work = Earliest-Expiry-Date
                       AND SLT-Rcpt-Date(SLT-Idx) < Oldest-Rcpt-Date)
                       MOVE Lot-Expiry-Work TO Earliest-Expiry-Date
                       MOVE SLT-Rcpt-Date(SLT-Idx)
                           TO Oldest-Rcpt-Date
                       MOVE SLT-Idx TO SLT-Found-Idx
                   END-IF
               END-IF
           END-PERFORM.

      * The branch's row for the oil, added at zero the first time
      * the branch moves it. A full table leaves BST-Found-Idx at
      * zero and the company figure alone takes the posting.
       2800-FIND-BRANCH-STOCK.
           MOVE ZEROS TO BST-Found-Idx.
           PERFORM VARYING BST-Idx FROM 1 BY 1
               UNTIL BST-Idx > Branch-Stock-Count
               OR BST-Found-Idx > ZERO
               IF BST-Branch(BST-Idx) = Lookup-Branch
                   AND BST-OilNum(BST-Idx) = Lookup-OilNum
                   MOVE BST-Idx TO BST-Found-Idx
               END-IF
           END-PERFORM.
           IF BST-Found-Idx = ZERO
               IF Branch-Stock-Count < 300
                   ADD 1 TO Branch-Stock-Count
                   MOVE Branch-Stock-Count TO BST-Found-Idx
                   MOVE Lookup-Branch TO BST-Branch(BST-Found-Idx)
                   MOVE Lookup-OilNum TO BST-OilNum(BST-Found-Idx)
                   MOVE ZEROS TO BST-OnHand(BST-Found-Idx)
                   MOVE ZEROS TO BST-Reorder-Level(BST-Found-Idx)
               ELSE
                   DISPLAY "WARNING: STOCKBR.DAT TABLE FULL - BRANCH "
                       Lookup-Branch " OIL " Lookup-OilNum
                       " NOT POSTED"
               END-IF
           END-IF.

      * Exhausted lots drop off here; their history lives on in the
      * allocation file.
       3500-REWRITE-STOCK-LOTS.
                       TO Lot-Expiry-Date
                   MOVE SLT-Rcpt-Date(SLT-Idx) TO Lot-Rcpt-Date
                   MOVE SLT-Qty-Left(SLT-Idx) TO Lot-Qty-Left
                   MOVE SLT-Unit-Cost(SLT-Idx) TO Lot-Unit-Cost
                   MOVE SLT-QC-Status(SLT-Idx) TO Lot-QC-Status
                   WRITE StockLot-Rec
               END-IF
           END-PERFORM
           CLOSE StockLotFile
           END-IF.

       3600-REWRITE-BRANCH-STOCK.
           IF Branch-Load-Overflowed
               DISPLAY "STOCKBR.DAT EXCEEDED THE TABLE AT LOAD - "
                   "NOT REWRITTEN, BRANCH POSTINGS NOT SAVED"
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

       3000-REWRITE-STOCK-LEDGER.
           OPEN OUTPUT StockLedgerFile.
           PERFORM VARYING STK-Idx FROM 1 BY 1
                   MOVE STK-OnHand(STK-Idx) TO Stock-OnHand
                   MOVE STK-Reorder-Level(STK-Idx)
                       TO Stock-Reorder-Level
                   MOVE STK-Reorder-Qty(STK-Idx) TO Stock-Reorder-Qty
                   MOVE STK-Unit-Cost(STK-Idx) TO Stock-Unit-Cost
                   WRITE StockLedger-Rec
               END-IF
           MOVE STK-Idx TO Stock-OilNum.
           MOVE STK-Orig-OnHand(STK-Idx) TO Stock-OnHand.
           MOVE STK-Reorder-Level(STK-Idx) TO Stock-Reorder-Level.
           MOVE STK-Reorder-Qty(STK-Idx) TO Stock-Reorder-Qty.
           MOVE STK-Unit-Cost(STK-Idx) TO Stock-Unit-Cost.
           IF STK-Was-On-File(STK-Idx) = "Y"
               MOVE StockLedger-Rec TO Journal-Before-Image
               WRITE Reorder-Print-Line FROM Reorder-None-Line
               AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 4100-PRINT-BRANCH-ALERTS.
           CLOSE ReorderRep.

      * Same rule per branch row: at or below the level the branch
      * was given through StockXfer's reorder-level transaction.
       4100-PRINT-BRANCH-ALERTS.
           WRITE Reorder-Print-Line FROM Reorder-Branch-Heading-Line
           AFTER ADVANCING 3 LINES.
           WRITE Reorder-Print-Line FROM Reorder-Branch-Topic-Line
           AFTER ADVANCING 2 LINES.
           PERFORM VARYING BST-Idx FROM 1 BY 1
               UNTIL BST-Idx > Branch-Stock-Count
               IF BST-OnHand(BST-Idx) <= BST-Reorder-Level(BST-Idx)
                   ADD 1 TO Branch-Alerts
                   MOVE BST-Branch(BST-Idx) TO RDB-Branch
                   MOVE BST-OilNum(BST-Idx) TO RDB-OilNum
                   MOVE BST-OnHand(BST-Idx) TO RDB-OnHand
                   MOVE BST-Reorder-Level(BST-Idx)
                       TO RDB-Reorder-Level
                   WRITE Reorder-Print-Line
                       FROM Reorder-Branch-Detail-Line
                   AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.
           IF Branch-Alerts = ZERO
               WRITE Reorder-Print-Line FROM Reorder-Branch-None-Line
               AFTER ADVANCING 1 LINE
           END-IF.

       COPY "UPDJRNLPA.CPY".

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="STOCKUPDATE"==.
       COPY "BRANCHPA.CPY".
       COPY "BUSDATEPA.CPY".

       END PROGRAM StockUpdate.
