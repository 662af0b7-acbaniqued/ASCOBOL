      ******************************************************************
      * Author:
      * Date:
      * Purpose: Warehouse manager's approval of the demand-based
      *          reorder proposals ReordCalc leaves on REORDPROP.DAT.
      *          Each pending oil can be approved or rejected on its
      *          own, or every pending proposal approved at once; an
      *          approved proposal's level and quantity go onto the
      *          STOCKLED.DAT record PoGen triggers from, journalled
      *          to UPDJRNL.DAT like any other ledger change. A
      *          proposal whose ledger figures have moved since the
      *          run is refused - rerun the review first. Supervisor
      *          only, from the first keystroke.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReordAppr.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT StockLedgerFile ASSIGN TO "STOCKLED.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-StockLedger-File-Status.

       SELECT ReordPropFile ASSIGN TO "REORDPROP.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ReordProp-File-Status.
       COPY "UPDJRNLFC.CPY".
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".

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

       FD ReordPropFile.
       01 ReordProp-Rec.
           88 EndOfReordPropFile  VALUE HIGH-VALUES.
           02  Prop-OilNum            PIC 99.
           02  FILLER                 PIC X.
           02  Prop-Run-Date          PIC 9(8).
           02  FILLER                 PIC X.
           02  Prop-Cur-Level         PIC 9(5).
           02  FILLER                 PIC X.
           02  Prop-New-Level         PIC 9(5).
           02  FILLER                 PIC X.
           02  Prop-Cur-Qty           PIC 9(5).
           02  FILLER                 PIC X.
           02  Prop-New-Qty           PIC 9(5).
           02  FILLER                 PIC X.
           02  Prop-Avg-Daily         PIC 9(5)V99.
           02  FILLER                 PIC X.
           02  Prop-Peak-Daily        PIC 9(7).
           02  FILLER                 PIC X.
           02  Prop-Lead-Days         PIC 999.
           02  FILLER                 PIC X.
           02  Prop-Status            PIC X.

       COPY "UPDJRNLFD.CPY".
       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-StockLedger-File-Status   PIC XX.
       01  WS-ReordProp-File-Status     PIC XX.
       COPY "UPDJRNLWS.CPY".
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".

       01  Stock-Table.
           02  Stock-Entry OCCURS 30 TIMES.
               03  STK-OnHand           PIC S9(7) VALUE ZEROS.
               03  STK-Reorder-Level    PIC 9(5)  VALUE ZEROS.
               03  STK-Unit-Cost        PIC 9(5)V99 VALUE ZEROS.
               03  STK-Reorder-Qty      PIC 9(5)  VALUE ZEROS.
               03  STK-In-Use           PIC X     VALUE "N".
                   88 STK-Is-In-Use     VALUE "Y".
      * As loaded, for the update journal's before image.
               03  STK-Orig-Level       PIC 9(5)  VALUE ZEROS.
               03  STK-Orig-Qty         PIC 9(5)  VALUE ZEROS.

       01  STK-Idx                      PIC 99.

       01  Proposal-Table.
           02  Proposal-Entry OCCURS 30 TIMES.
               03  PRT-Record           PIC X(64).
               03  PRT-OilNum           PIC 99.
               03  PRT-Cur-Level        PIC 9(5).
               03  PRT-New-Level        PIC 9(5).
               03  PRT-Cur-Qty          PIC 9(5).
               03  PRT-New-Qty          PIC 9(5).
               03  PRT-Avg-Daily        PIC 9(5)V99.
               03  PRT-Lead-Days        PIC 999.
               03  PRT-Status           PIC X.
                   88 PRT-Is-Pending    VALUE "P".

       01  Proposal-Count               PIC 99 VALUE ZEROS.
       01  PRT-Idx                      PIC 99.
       01  PRT-Found-Idx                PIC 99.
       01  Load-Overflow-Switch         PIC X VALUE "N".
           88 Load-Overflowed           VALUE "Y".
       01  Ledger-Changed-Switch        PIC X VALUE "N".
           88 Ledger-Changed            VALUE "Y".
       01  Proposals-Changed-Switch     PIC X VALUE "N".
           88 Proposals-Changed         VALUE "Y".

       01  WS-Transaction-Code          PIC X.
           88 Txn-Approve               VALUE "A", "a".
           88 Txn-Reject                VALUE "R", "r".
           88 Txn-Approve-All           VALUE "Y", "y".
           88 Txn-List                  VALUE "L", "l".
           88 Txn-Quit                  VALUE "Q", "q".

       01  Entry-OilNum-X               PIC XX.
       01  Entry-OilNum-N REDEFINES Entry-OilNum-X
                                        PIC 99.
       01  Entry-Confirm                PIC X.
           88 Entry-Confirmed           VALUE "Y", "y".

       01  Approved-Count               PIC 99 VALUE ZEROS.
       01  Rejected-Count               PIC 99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
      * Reorder triggers are the warehouse manager's to set; a clerk
      * is refused the whole session.
           PERFORM Check-Supervisor-Role.
           IF NOT Role-OK
               DISPLAY "SESSION REFUSED - SUPERVISOR ONLY"
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           PERFORM 1000-LOAD-PROPOSALS.
           PERFORM 1100-LOAD-STOCK-LEDGER.
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL Txn-Quit.
           PERFORM 3000-REWRITE-STOCK-LEDGER.
           PERFORM 3200-REWRITE-PROPOSALS.
           DISPLAY "PROPOSALS APPROVED: " Approved-Count.
           DISPLAY "PROPOSALS REJECTED: " Rejected-Count.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-PROPOSALS.
           OPEN INPUT ReordPropFile.
           IF WS-ReordProp-File-Status = "00"
               READ ReordPropFile
                   AT END SET EndOfReordPropFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfReordPropFile
                   IF Proposal-Count < 30
                       ADD 1 TO Proposal-Count
                       MOVE ReordProp-Rec
                           TO PRT-Record(Proposal-Count)
                       MOVE Prop-OilNum TO PRT-OilNum(Proposal-Count)
                       MOVE Prop-Cur-Level
                           TO PRT-Cur-Level(Proposal-Count)
                       MOVE Prop-New-Level
                           TO PRT-New-Level(Proposal-Count)
                       MOVE Prop-Cur-Qty TO PRT-Cur-Qty(Proposal-Count)
                       MOVE Prop-New-Qty TO PRT-New-Qty(Proposal-Count)
                       MOVE Prop-Avg-Daily
                           TO PRT-Avg-Daily(Proposal-Count)
                       MOVE Prop-Lead-Days
                           TO PRT-Lead-Days(Proposal-Count)
                       MOVE Prop-Status TO PRT-Status(Proposal-Count)
                   ELSE
                       SET Load-Overflowed TO TRUE
                       DISPLAY "WARNING: REORDPROP.DAT TABLE FULL, "
                           "OIL " Prop-OilNum " SKIPPED"
                   END-IF
                   READ ReordPropFile
                       AT END SET EndOfReordPropFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ReordPropFile
           ELSE
               DISPLAY "REORDPROP.DAT NOT AVAILABLE - RUN THE "
                   "REORDER REVIEW FIRST"
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
                       MOVE STK-Reorder-Level(Stock-OilNum)
                           TO STK-Orig-Level(Stock-OilNum)
                       MOVE STK-Reorder-Qty(Stock-OilNum)
                           TO STK-Orig-Qty(Stock-OilNum)
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

       2000-PROCESS-TRANSACTIONS.
           DISPLAY "REORDER APPROVAL - (A)PPROVE (R)EJECT "
               "APPROVE ALL (Y) (L)IST (Q)UIT".
           ACCEPT WS-Transaction-Code.

           IF Txn-Approve OR Txn-Reject
               DISPLAY "OIL NUMBER (NN)"
               ACCEPT Entry-OilNum-X
               PERFORM 2100-FIND-PENDING-PROPOSAL
           END-IF.

           EVALUATE TRUE
               WHEN Txn-Approve
                   IF PRT-Found-Idx > ZERO
                       PERFORM 2200-APPROVE-ONE-PROPOSAL
                   END-IF
               WHEN Txn-Reject
                   IF PRT-Found-Idx > ZERO
                       MOVE "R" TO PRT-Status(PRT-Found-Idx)
                       SET Proposals-Changed TO TRUE
                       ADD 1 TO Rejected-Count
                       DISPLAY "OIL " Entry-OilNum-N
                           " PROPOSAL REJECTED - LEVEL UNCHANGED"
                   END-IF
               WHEN Txn-Approve-All
                   DISPLAY "APPROVE EVERY PENDING PROPOSAL? (Y/N)"
                   ACCEPT Entry-Confirm
                   IF Entry-Confirmed
                       PERFORM VARYING PRT-Idx FROM 1 BY 1
                           UNTIL PRT-Idx > Proposal-Count
                           IF PRT-Is-Pending(PRT-Idx)
                               MOVE PRT-Idx TO PRT-Found-Idx
                               MOVE PRT-OilNum(PRT-Idx)
                                   TO Entry-OilNum-N
                               PERFORM 2200-APPROVE-ONE-PROPOSAL
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

       2100-FIND-PENDING-PROPOSAL.
           MOVE ZEROS TO PRT-Found-Idx.
           IF Entry-OilNum-N IS NOT NUMERIC
               DISPLAY "OIL NUMBER " Entry-OilNum-X " IS NOT NUMERIC"
           ELSE
               PERFORM VARYING PRT-Idx FROM 1 BY 1
                   UNTIL PRT-Idx > Proposal-Count
                   OR PRT-Found-Idx > ZERO
                   IF PRT-OilNum(PRT-Idx) = Entry-OilNum-N
                       AND PRT-Is-Pending(PRT-Idx)
                       MOVE PRT-Idx TO PRT-Found-Idx
                   END-IF
               END-PERFORM
               IF PRT-Found-Idx = ZERO
                   DISPLAY "NO PENDING PROPOSAL FOR OIL "
                       Entry-OilNum-N
               END-IF
           END-IF.

      * The proposal was worked out against the ledger as it stood
      * at the run; if the level or quantity has been changed since,
      * approving it would overwrite that change unseen.
       2200-APPROVE-ONE-PROPOSAL.
           MOVE PRT-OilNum(PRT-Found-Idx) TO STK-Idx.
           EVALUATE TRUE
               WHEN STK-Idx = ZERO OR STK-Idx > 30
                   DISPLAY "OIL " Entry-OilNum-N
                       " IS NOT A STOCK OIL - NOT APPROVED"
               WHEN NOT STK-Is-In-Use(STK-Idx)
                   DISPLAY "OIL " Entry-OilNum-N
                       " IS NOT ON STOCKLED.DAT - NOT APPROVED"
               WHEN STK-Reorder-Level(STK-Idx)
                   NOT = PRT-Cur-Level(PRT-Found-Idx)
                   OR STK-Reorder-Qty(STK-Idx)
                   NOT = PRT-Cur-Qty(PRT-Found-Idx)
                   DISPLAY "OIL " Entry-OilNum-N
                       " LEDGER CHANGED SINCE THE REVIEW - "
                       "NOT APPROVED, RERUN THE REVIEW"
               WHEN OTHER
                   MOVE PRT-New-Level(PRT-Found-Idx)
                       TO STK-Reorder-Level(STK-Idx)
                   MOVE PRT-New-Qty(PRT-Found-Idx)
                       TO STK-Reorder-Qty(STK-Idx)
                   MOVE "A" TO PRT-Status(PRT-Found-Idx)
                   SET Ledger-Changed TO TRUE
                   SET Proposals-Changed TO TRUE
                   ADD 1 TO Approved-Count
                   DISPLAY "OIL " Entry-OilNum-N " NOW REORDERS AT "
                       STK-Reorder-Level(STK-Idx) " FOR "
                       STK-Reorder-Qty(STK-Idx)
           END-EVALUATE.

       2600-LIST-PENDING.
           DISPLAY "OIL  LEVEL NOW  PROPOSED  QTY NOW  PROPOSED  "
               "AVG/DAY  LEAD".
           PERFORM VARYING PRT-Idx FROM 1 BY 1
               UNTIL PRT-Idx > Proposal-Count
               IF PRT-Is-Pending(PRT-Idx)
                   DISPLAY PRT-OilNum(PRT-Idx)
                       "   " PRT-Cur-Level(PRT-Idx)
                       "      " PRT-New-Level(PRT-Idx)
                       "     " PRT-Cur-Qty(PRT-Idx)
                       "    " PRT-New-Qty(PRT-Idx)
                       "     " PRT-Avg-Daily(PRT-Idx)
                       "  " PRT-Lead-Days(PRT-Idx)
               END-IF
           END-PERFORM.

       3000-REWRITE-STOCK-LEDGER.
           IF Ledger-Changed
               OPEN OUTPUT StockLedgerFile
               PERFORM VARYING STK-Idx FROM 1 BY 1
                   UNTIL STK-Idx > 30
                   IF STK-Is-In-Use(STK-Idx)
                       IF STK-Reorder-Level(STK-Idx)
                           NOT = STK-Orig-Level(STK-Idx)
                           OR STK-Reorder-Qty(STK-Idx)
                           NOT = STK-Orig-Qty(STK-Idx)
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
           MOVE STK-Orig-Level(STK-Idx) TO Stock-Reorder-Level.
           MOVE STK-Unit-Cost(STK-Idx) TO Stock-Unit-Cost.
           MOVE STK-Orig-Qty(STK-Idx) TO Stock-Reorder-Qty.
           MOVE StockLedger-Rec TO Journal-Before-Image.
           MOVE "U" TO Journal-Action.
           MOVE STK-Reorder-Level(STK-Idx) TO Stock-Reorder-Level.
           MOVE STK-Reorder-Qty(STK-Idx) TO Stock-Reorder-Qty.
           MOVE StockLedger-Rec TO Journal-After-Image.
           MOVE "STOCKLED.DAT" TO Journal-File-Name.
           MOVE STK-Idx TO Journal-Record-Key.
           PERFORM Log-Update-Journal.

      * The decisions go back onto the proposal file so the next
      * session shows only what is still pending.
       3200-REWRITE-PROPOSALS.
           IF Proposals-Changed
               IF Load-Overflowed
                   DISPLAY "REORDPROP.DAT EXCEEDED THE TABLE AT LOAD "
                       "- DECISIONS NOT SAVED TO IT"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT ReordPropFile
                   PERFORM VARYING PRT-Idx FROM 1 BY 1
                       UNTIL PRT-Idx > Proposal-Count
                       MOVE PRT-Record(PRT-Idx) TO ReordProp-Rec
                       MOVE PRT-Status(PRT-Idx) TO Prop-Status
                       WRITE ReordProp-Rec
                   END-PERFORM
                   CLOSE ReordPropFile
               END-IF
           END-IF.

       COPY "UPDJRNLPA.CPY".
       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="REORDAPPR"==.
       COPY "OPSIGNPA.CPY".
       COPY "OPROLEPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="REORDAPPR"==.

       END PROGRAM ReordAppr.
