      ******************************************************************
      * Author:
      * Date:
      * Purpose: Warehouse manager's approval of the expired-lot
      *          write-offs the nightly ExpiryRun raises on
      *          EXPWOFF.DAT. Each pending write-off can be approved
      *          on its own, by oil and lot, or every pending one at
      *          once. Approval takes what is left of the lot off
      *          the STOCKLED.DAT on-hand, journalled to UPDJRNL.DAT,
      *          empties the lot on STKLOTS.DAT and marks it written
      *          off, records the adjustment on STKADJ.DAT as the
      *          stock-take does, and stamps the write-off approved
      *          with the business date and operator - the day the
      *          general-ledger extract posts the loss. A lot with
      *          nothing left by then is cleared without a posting.
      *          Supervisor only, from the first keystroke.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExpWoAppr.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT StockLedgerFile ASSIGN TO "STOCKLED.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-StockLedger-File-Status.

       SELECT StockLotFile ASSIGN TO "STKLOTS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-StockLot-File-Status.

       SELECT ExpWoffFile ASSIGN TO "EXPWOFF.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ExpWoff-File-Status.

      * The stock-take's adjustment audit trail, appended to.
       SELECT StockAdjFile ASSIGN TO "STKADJ.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-StockAdj-File-Status.
       COPY "UPDJRNLFC.CPY".
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
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
      * H on QC hold, A released, R rejected; Q quarantined near
      * expiry, E expired awaiting write-off, W written off.
           02  FILLER                 PIC X.
           02  Lot-QC-Status          PIC X.

       FD ExpWoffFile.
       01 ExpWoff-Rec.
           88 EndOfExpWoffFile    VALUE HIGH-VALUES.
           02  WO-Raise-Date          PIC 9(8).
           02  FILLER                 PIC X.
           02  WO-OilNum              PIC 99.
           02  FILLER                 PIC X.
           02  WO-Lot-Number          PIC X(10).
           02  FILLER                 PIC X.
           02  WO-Expiry-Date         PIC 9(8).
           02  FILLER                 PIC X.
           02  WO-Qty                 PIC S9(7)
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  WO-Unit-Cost           PIC 9(5)V99.
           02  FILLER                 PIC X.
           02  WO-Value               PIC 9(7)V99.
      * P pending approval, A approved and posted, X nothing left
      * to write off by the time it was approved.
           02  FILLER                 PIC X.
           02  WO-Status              PIC X.
           02  FILLER                 PIC X.
           02  WO-Approve-Date        PIC 9(8).
           02  FILLER                 PIC X.
           02  WO-Operator-ID         PIC X(5).

       FD StockAdjFile.
       01 StockAdj-Rec.
           02  ADJ-Date               PIC 9(8).
           02  FILLER                 PIC X.
           02  ADJ-Time               PIC 9(8).
           02  FILLER                 PIC X.
           02  ADJ-Operator-ID        PIC X(5).
           02  FILLER                 PIC X.
           02  ADJ-OilNum             PIC 99.
           02  FILLER                 PIC X.
           02  ADJ-Old-OnHand         PIC S9(7)
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  ADJ-New-OnHand         PIC S9(7)
               SIGN IS TRAILING SEPARATE.

       COPY "UPDJRNLFD.CPY".
       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-StockLedger-File-Status   PIC XX.
       01  WS-StockLot-File-Status      PIC XX.
       01  WS-ExpWoff-File-Status       PIC XX.
       01  WS-StockAdj-File-Status      PIC XX.
       COPY "UPDJRNLWS.CPY".
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
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
               03  STK-Orig-OnHand      PIC S9(7) VALUE ZEROS.

       01  STK-Idx                      PIC 99.

      * Whole lot records as read, so the rewrite changes only the
      * lots written off.
       01  Stock-Lot-Table.
           02  Stock-Lot-Entry OCCURS 500 TIMES.
               03  SLT-Record           PIC X(50).
               03  SLT-OilNum           PIC 99.
               03  SLT-Number           PIC X(10).
               03  SLT-Qty-Left         PIC S9(7).
               03  SLT-QC-Status        PIC X.
                   88 SLT-Expired       VALUE "E".
       01  Stock-Lot-Count              PIC 9(3) VALUE ZEROS.
       01  SLT-Idx                      PIC 9(3).
       01  SLT-Found-Idx                PIC 9(3).
       01  Lot-Load-Overflow-Switch     PIC X VALUE "N".
           88 Lot-Load-Overflowed       VALUE "Y".

       01  Writeoff-Table.
           02  Writeoff-Entry OCCURS 500 TIMES.
               03  WOT-Record           PIC X(80).
               03  WOT-OilNum           PIC 99.
               03  WOT-Lot-Number       PIC X(10).
               03  WOT-Expiry-Date      PIC 9(8).
               03  WOT-Qty              PIC S9(7).
               03  WOT-Unit-Cost        PIC 9(5)V99.
               03  WOT-Value            PIC 9(7)V99.
               03  WOT-Status           PIC X.
                   88 WOT-Is-Pending    VALUE "P".
               03  WOT-Approve-Date     PIC 9(8).
               03  WOT-Operator-ID      PIC X(5).
       01  Writeoff-Count               PIC 9(3) VALUE ZEROS.
       01  WOT-Idx                      PIC 9(3).
       01  WOT-Found-Idx                PIC 9(3).
       01  Load-Overflow-Switch         PIC X VALUE "N".
           88 Load-Overflowed           VALUE "Y".
       01  Ledger-Changed-Switch        PIC X VALUE "N".
           88 Ledger-Changed            VALUE "Y".
       01  Writeoffs-Changed-Switch     PIC X VALUE "N".
           88 Writeoffs-Changed         VALUE "Y".

       01  WS-Transaction-Code          PIC X.
           88 Txn-Approve               VALUE "A", "a".
           88 Txn-Approve-All           VALUE "Y", "y".
           88 Txn-List                  VALUE "L", "l".
           88 Txn-Quit                  VALUE "Q", "q".

       01  Entry-OilNum-X               PIC XX.
       01  Entry-OilNum-N REDEFINES Entry-OilNum-X
                                        PIC 99.
       01  Entry-Lot-Number             PIC X(10).
       01  Entry-Confirm                PIC X.
           88 Entry-Confirmed           VALUE "Y", "y".

       01  Adj-Time-Now                 PIC 9(8).
       01  Approved-Count               PIC 9(3) VALUE ZEROS.
       01  Approved-Value               PIC 9(9)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
      * Writing stock off the books is the warehouse manager's
      * call; a clerk is refused the whole session.
           PERFORM Check-Supervisor-Role.
           IF NOT Role-OK
               DISPLAY "SESSION REFUSED - SUPERVISOR ONLY"
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-WRITEOFFS.
           PERFORM 1100-LOAD-STOCK-LEDGER.
           PERFORM 1200-LOAD-STOCK-LOTS.
      * A write-off approved against a part-loaded file would post
      * its stock without the record of it, or the other way round.
           IF Lot-Load-Overflowed OR Load-Overflowed
               DISPLAY "STKLOTS.DAT OR EXPWOFF.DAT EXCEEDED THE TABLE "
                   "AT LOAD - NOTHING CAN BE APPROVED"
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT Adj-Time-Now FROM TIME
               OPEN EXTEND StockAdjFile
               IF WS-StockAdj-File-Status NOT = "00"
                   OPEN OUTPUT StockAdjFile
               END-IF
               PERFORM 2000-PROCESS-TRANSACTIONS
                   UNTIL Txn-Quit
               CLOSE StockAdjFile
               PERFORM 3000-REWRITE-STOCK-LEDGER
               PERFORM 3200-REWRITE-STOCK-LOTS
               PERFORM 3300-REWRITE-WRITEOFFS
           END-IF.
           DISPLAY "WRITE-OFFS APPROVED: " Approved-Count.
           DISPLAY "VALUE WRITTEN OFF  : " Approved-Value.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-WRITEOFFS.
           OPEN INPUT ExpWoffFile.
           IF WS-ExpWoff-File-Status = "00"
               READ ExpWoffFile
                   AT END SET EndOfExpWoffFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfExpWoffFile
                   IF Writeoff-Count < 500
                       ADD 1 TO Writeoff-Count
                       MOVE ExpWoff-Rec
                           TO WOT-Record(Writeoff-Count)
                       MOVE WO-OilNum TO WOT-OilNum(Writeoff-Count)
                       MOVE WO-Lot-Number
                           TO WOT-Lot-Number(Writeoff-Count)
                       MOVE WO-Expiry-Date
                           TO WOT-Expiry-Date(Writeoff-Count)
                       MOVE WO-Qty TO WOT-Qty(Writeoff-Count)
                       MOVE WO-Unit-Cost
                           TO WOT-Unit-Cost(Writeoff-Count)
                       MOVE WO-Value TO WOT-Value(Writeoff-Count)
                       MOVE WO-Status TO WOT-Status(Writeoff-Count)
                       MOVE WO-Approve-Date
                           TO WOT-Approve-Date(Writeoff-Count)
                       MOVE WO-Operator-ID
                           TO WOT-Operator-ID(Writeoff-Count)
                   ELSE
                       SET Load-Overflowed TO TRUE
                       DISPLAY "WARNING: EXPWOFF.DAT TABLE FULL, "
                           "LOT " WO-Lot-Number " SKIPPED"
                   END-IF
                   READ ExpWoffFile
                       AT END SET EndOfExpWoffFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ExpWoffFile
           ELSE
               DISPLAY "EXPWOFF.DAT NOT AVAILABLE - RUN THE "
                   "EXPIRY RUN FIRST"
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
                       MOVE Stock-OnHand
                           TO STK-Orig-OnHand(Stock-OilNum)
                   END-IF
                   READ StockLedgerFile
                       AT END SET EndOfStockLedgerFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StockLedgerFile
           ELSE
               DISPLAY "STOCKLED.DAT NOT AVAILABLE - NOTHING CAN BE "
                   "APPROVED"
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
                       MOVE StockLot-Rec
                           TO SLT-Record(Stock-Lot-Count)
                       MOVE Lot-OilNum
                           TO SLT-OilNum(Stock-Lot-Count)
                       MOVE Lot-Number
                           TO SLT-Number(Stock-Lot-Count)
                       MOVE Lot-Qty-Left
                           TO SLT-Qty-Left(Stock-Lot-Count)
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

       2000-PROCESS-TRANSACTIONS.
           DISPLAY "EXPIRED LOT WRITE-OFF - (A)PPROVE "
               "APPROVE ALL (Y) (L)IST (Q)UIT".
           ACCEPT WS-Transaction-Code.

           IF Txn-Approve
               DISPLAY "OIL NUMBER (NN)"
               ACCEPT Entry-OilNum-X
               DISPLAY "LOT NUMBER"
               ACCEPT Entry-Lot-Number
               PERFORM 2100-FIND-PENDING-WRITEOFF
           END-IF.

           EVALUATE TRUE
               WHEN Txn-Approve
                   IF WOT-Found-Idx > ZERO
                       PERFORM 2200-APPROVE-ONE-WRITEOFF
                   END-IF
               WHEN Txn-Approve-All
                   DISPLAY "APPROVE EVERY PENDING WRITE-OFF? (Y/N)"
                   ACCEPT Entry-Confirm
                   IF Entry-Confirmed
                       PERFORM VARYING WOT-Idx FROM 1 BY 1
                           UNTIL WOT-Idx > Writeoff-Count
                           IF WOT-Is-Pending(WOT-Idx)
                               MOVE WOT-Idx TO WOT-Found-Idx
                               MOVE WOT-OilNum(WOT-Idx)
                                   TO Entry-OilNum-N
                               MOVE WOT-Lot-Number(WOT-Idx)
                                   TO Entry-Lot-Number
                               PERFORM 2200-APPROVE-ONE-WRITEOFF
                           END-IF
                       END-PERFORM
                   END-IF
               WHEN Txn-List
                   PERFORM 2600-LIST-PENDING
               WHEN Txn-Quit
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

       2100-FIND-PENDING-WRITEOFF.
           MOVE ZEROS TO WOT-Found-Idx.
           IF Entry-OilNum-N IS NOT NUMERIC
               DISPLAY "OIL NUMBER " Entry-OilNum-X " IS NOT NUMERIC"
           ELSE
               PERFORM VARYING WOT-Idx FROM 1 BY 1
                   UNTIL WOT-Idx > Writeoff-Count
                   OR WOT-Found-Idx > ZERO
                   IF WOT-OilNum(WOT-Idx) = Entry-OilNum-N
                       AND WOT-Lot-Number(WOT-Idx) = Entry-Lot-Number
                       AND WOT-Is-Pending(WOT-Idx)
                       MOVE WOT-Idx TO WOT-Found-Idx
                   END-IF
               END-PERFORM
               IF WOT-Found-Idx = ZERO
                   DISPLAY "NO PENDING WRITE-OFF FOR OIL "
                       Entry-OilNum-N " LOT " Entry-Lot-Number
               END-IF
           END-IF.

      * What the lot holds now is what comes off - the expiry run's
      * quantity stands unless a supplier return has since taken
      * some of it back, and the value follows at the run's cost.
       2200-APPROVE-ONE-WRITEOFF.
           MOVE WOT-OilNum(WOT-Found-Idx) TO STK-Idx.
           PERFORM 2250-FIND-EXPIRED-LOT.
           EVALUATE TRUE
               WHEN STK-Idx = ZERO OR STK-Idx > 30
                   DISPLAY "OIL " Entry-OilNum-N
                       " IS NOT A STOCK OIL - NOT APPROVED"
               WHEN NOT STK-Is-In-Use(STK-Idx)
                   DISPLAY "OIL " Entry-OilNum-N
                       " IS NOT ON STOCKLED.DAT - NOT APPROVED"
               WHEN SLT-Found-Idx = ZERO
                   MOVE "X" TO WOT-Status(WOT-Found-Idx)
                   MOVE ZEROS TO WOT-Qty(WOT-Found-Idx)
                   MOVE ZEROS TO WOT-Value(WOT-Found-Idx)
                   MOVE Business-Date
                       TO WOT-Approve-Date(WOT-Found-Idx)
                   MOVE Operator-ID TO WOT-Operator-ID(WOT-Found-Idx)
                   SET Writeoffs-Changed TO TRUE
                   DISPLAY "LOT " Entry-Lot-Number
                       " HAS NOTHING LEFT - WRITE-OFF CLEARED"
               WHEN OTHER
                   MOVE SLT-Qty-Left(SLT-Found-Idx)
                       TO WOT-Qty(WOT-Found-Idx)
                   COMPUTE WOT-Value(WOT-Found-Idx) ROUNDED =
                       WOT-Qty(WOT-Found-Idx)
                       * WOT-Unit-Cost(WOT-Found-Idx)
                   MOVE SPACES TO StockAdj-Rec
                   MOVE Business-Date TO ADJ-Date
                   MOVE Adj-Time-Now TO ADJ-Time
                   MOVE Operator-ID TO ADJ-Operator-ID
                   MOVE STK-Idx TO ADJ-OilNum
                   MOVE STK-OnHand(STK-Idx) TO ADJ-Old-OnHand
                   SUBTRACT WOT-Qty(WOT-Found-Idx)
                       FROM STK-OnHand(STK-Idx)
                   MOVE STK-OnHand(STK-Idx) TO ADJ-New-OnHand
                   WRITE StockAdj-Rec
                   MOVE ZEROS TO SLT-Qty-Left(SLT-Found-Idx)
                   MOVE "W" TO SLT-QC-Status(SLT-Found-Idx)
                   MOVE "A" TO WOT-Status(WOT-Found-Idx)
                   MOVE Business-Date
                       TO WOT-Approve-Date(WOT-Found-Idx)
                   MOVE Operator-ID TO WOT-Operator-ID(WOT-Found-Idx)
                   SET Ledger-Changed TO TRUE
                   SET Writeoffs-Changed TO TRUE
                   ADD 1 TO Approved-Count
                   ADD WOT-Value(WOT-Found-Idx) TO Approved-Value
                   DISPLAY "OIL " Entry-OilNum-N " LOT "
                       Entry-Lot-Number " WRITTEN OFF "
                       WOT-Qty(WOT-Found-Idx) " VALUE "
                       WOT-Value(WOT-Found-Idx)
           END-EVALUATE.

      * Only a lot still marked expired with stock left qualifies.
       2250-FIND-EXPIRED-LOT.
           MOVE ZEROS TO SLT-Found-Idx.
           PERFORM VARYING SLT-Idx FROM 1 BY 1
               UNTIL SLT-Idx > Stock-Lot-Count
               OR SLT-Found-Idx > ZERO
               IF SLT-OilNum(SLT-Idx) = WOT-OilNum(WOT-Found-Idx)
                   AND SLT-Number(SLT-Idx)
                       = WOT-Lot-Number(WOT-Found-Idx)
                   AND SLT-Expired(SLT-Idx)
                   AND SLT-Qty-Left(SLT-Idx) > ZERO
                   MOVE SLT-Idx TO SLT-Found-Idx
               END-IF
           END-PERFORM.

       2600-LIST-PENDING.
           DISPLAY "OIL  LOT         EXPIRED   QTY        VALUE".
           PERFORM VARYING WOT-Idx FROM 1 BY 1
               UNTIL WOT-Idx > Writeoff-Count
               IF WOT-Is-Pending(WOT-Idx)
                   DISPLAY WOT-OilNum(WOT-Idx)
                       "   " WOT-Lot-Number(WOT-Idx)
                       "  " WOT-Expiry-Date(WOT-Idx)
                       "  " WOT-Qty(WOT-Idx)
                       "  " WOT-Value(WOT-Idx)
               END-IF
           END-PERFORM.

       3000-REWRITE-STOCK-LEDGER.
           IF Ledger-Changed
               OPEN OUTPUT StockLedgerFile
               PERFORM VARYING STK-Idx FROM 1 BY 1
                   UNTIL STK-Idx > 30
                   IF STK-Is-In-Use(STK-Idx)
                       IF STK-OnHand(STK-Idx)
                           NOT = STK-Orig-OnHand(STK-Idx)
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
           MOVE STK-Unit-Cost(STK-Idx) TO Stock-Unit-Cost.
           MOVE STK-Reorder-Qty(STK-Idx) TO Stock-Reorder-Qty.
           MOVE StockLedger-Rec TO Journal-Before-Image.
           MOVE "U" TO Journal-Action.
           MOVE STK-OnHand(STK-Idx) TO Stock-OnHand.
           MOVE StockLedger-Rec TO Journal-After-Image.
           MOVE "STOCKLED.DAT" TO Journal-File-Name.
           MOVE STK-Idx TO Journal-Record-Key.
           PERFORM Log-Update-Journal.

       3200-REWRITE-STOCK-LOTS.
           IF Ledger-Changed
               OPEN OUTPUT StockLotFile
               PERFORM VARYING SLT-Idx FROM 1 BY 1
                   UNTIL SLT-Idx > Stock-Lot-Count
                   MOVE SLT-Record(SLT-Idx) TO StockLot-Rec
                   MOVE SLT-Qty-Left(SLT-Idx) TO Lot-Qty-Left
                   MOVE SLT-QC-Status(SLT-Idx) TO Lot-QC-Status
                   WRITE StockLot-Rec
               END-PERFORM
               CLOSE StockLotFile
           END-IF.

      * The decisions go back onto the write-off file, approved
      * ones dated for the general-ledger extract.
       3300-REWRITE-WRITEOFFS.
           IF Writeoffs-Changed
               OPEN OUTPUT ExpWoffFile
               PERFORM VARYING WOT-Idx FROM 1 BY 1
                   UNTIL WOT-Idx > Writeoff-Count
                   MOVE WOT-Record(WOT-Idx) TO ExpWoff-Rec
                   MOVE WOT-Qty(WOT-Idx) TO WO-Qty
                   MOVE WOT-Value(WOT-Idx) TO WO-Value
                   MOVE WOT-Status(WOT-Idx) TO WO-Status
                   MOVE WOT-Approve-Date(WOT-Idx) TO WO-Approve-Date
                   MOVE WOT-Operator-ID(WOT-Idx) TO WO-Operator-ID
                   WRITE ExpWoff-Rec
               END-PERFORM
               CLOSE ExpWoffFile
           END-IF.

       COPY "UPDJRNLPA.CPY".
       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="EXPWOAPPR"==.
       COPY "OPSIGNPA.CPY".
       COPY "OPROLEPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="EXPWOAPPR"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM ExpWoAppr.
