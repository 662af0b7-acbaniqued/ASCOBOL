      ******************************************************************
      * Author:
      * Date:
      * Purpose: Laboratory QC results entry. Every lot GoodsRcpt
      *          puts on STKLOTS.DAT starts on QC hold, and nothing -
      *          the nightly lot allocation, PickList, BlendProd -
      *          draws a held lot. The analyst keys the lot's test
      *          results (density, refractive index, optical rotation
      *          and the main constituent by GC), sees each checked
      *          against the oil's limits on QCSPEC.DAT, and releases
      *          or rejects the lot. Only an in-spec lot can be
      *          released. Every decision goes onto QCRESULT.DAT with
      *          the limits it was judged against, which is what the
      *          certificate of analysis on the despatch note prints
      *          from; a rejected lot also goes onto RTNQUEUE.DAT for
      *          SuppRtn to send back to the supplier.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QcEntry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT StockLotFile ASSIGN TO "STKLOTS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-StockLot-File-Status.

      * Test limits per oil, maintained by the laboratory.
       SELECT QcSpecFile ASSIGN TO "QCSPEC.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-QcSpec-File-Status.

       SELECT QcResultFile ASSIGN TO "QCRESULT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-QcResult-File-Status.

       SELECT GrnFile ASSIGN TO "GRNFILE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Grn-File-Status.

      * Rejected lots waiting to go back to the supplier.
       SELECT RtnQueueFile ASSIGN TO "RTNQUEUE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RtnQueue-File-Status.
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
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
      * H on QC hold, A released, R rejected.
           02  FILLER                 PIC X.
           02  Lot-QC-Status          PIC X.

       FD QcSpecFile.
       01 QcSpec-Rec.
           88 EndOfQcSpecFile     VALUE HIGH-VALUES.
           02  Spec-OilNum            PIC 99.
           02  FILLER                 PIC X.
           02  Spec-Density-Min       PIC 9V9999.
           02  FILLER                 PIC X.
           02  Spec-Density-Max       PIC 9V9999.
           02  FILLER                 PIC X.
           02  Spec-RI-Min            PIC 9V9999.
           02  FILLER                 PIC X.
           02  Spec-RI-Max            PIC 9V9999.
           02  FILLER                 PIC X.
           02  Spec-Rotation-Min      PIC S999V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  Spec-Rotation-Max      PIC S999V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  Spec-Main-Min          PIC 999V99.
           02  FILLER                 PIC X.
           02  Spec-Main-Max          PIC 999V99.
           02  FILLER                 PIC X.
           02  Spec-Main-Name         PIC X(20).

      * One line per decision, the limits alongside the results.
       FD QcResultFile.
       01 QcResult-Rec.
           02  QCR-Test-Date          PIC 9(8).
           02  FILLER                 PIC X.
           02  QCR-OilNum             PIC 99.
           02  FILLER                 PIC X.
           02  QCR-Lot-Number         PIC X(10).
           02  FILLER                 PIC X.
           02  QCR-Density            PIC 9V9999.
           02  FILLER                 PIC X.
           02  QCR-Density-Min        PIC 9V9999.
           02  FILLER                 PIC X.
           02  QCR-Density-Max        PIC 9V9999.
           02  FILLER                 PIC X.
           02  QCR-RI                 PIC 9V9999.
           02  FILLER                 PIC X.
           02  QCR-RI-Min             PIC 9V9999.
           02  FILLER                 PIC X.
           02  QCR-RI-Max             PIC 9V9999.
           02  FILLER                 PIC X.
           02  QCR-Rotation           PIC S999V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  QCR-Rotation-Min       PIC S999V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  QCR-Rotation-Max       PIC S999V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  QCR-Main-Pct           PIC 999V99.
           02  FILLER                 PIC X.
           02  QCR-Main-Min           PIC 999V99.
           02  FILLER                 PIC X.
           02  QCR-Main-Max           PIC 999V99.
           02  FILLER                 PIC X.
           02  QCR-Main-Name          PIC X(20).
      * A released, R rejected.
           02  FILLER                 PIC X.
           02  QCR-Outcome            PIC X.
           02  FILLER                 PIC X.
           02  QCR-Operator-ID        PIC X(5).

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

       FD RtnQueueFile.
       01 RtnQueue-Rec.
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

       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-StockLot-File-Status      PIC XX.
       01  WS-QcSpec-File-Status        PIC XX.
       01  WS-QcResult-File-Status      PIC XX.
       01  WS-Grn-File-Status           PIC XX.
       01  WS-RtnQueue-File-Status      PIC XX.
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Stock-Lot-Table.
           02  Stock-Lot-Entry OCCURS 500 TIMES.
               03  SLT-OilNum           PIC 99.
               03  SLT-Number           PIC X(10).
               03  SLT-Expiry-Date      PIC 9(8).
               03  SLT-Rcpt-Date        PIC 9(8).
               03  SLT-Qty-Left         PIC S9(7).
               03  SLT-Unit-Cost        PIC 9(5)V99.
               03  SLT-QC-Status        PIC X.
                   88 SLT-On-Hold       VALUE "H".

       01  Stock-Lot-Count              PIC 9(3) VALUE ZEROS.
       01  SLT-Idx                      PIC 9(3).
       01  SLT-Found-Idx                PIC 9(3).
       01  Lot-Load-Overflow-Switch     PIC X VALUE "N".
           88 Lot-Load-Overflowed       VALUE "Y".
       01  Held-Lot-Count               PIC 9(3) VALUE ZEROS.

      * The limits, by oil number.
       01  Qc-Spec-Table.
           02  Qc-Spec-Entry OCCURS 30 TIMES.
               03  QST-On-File          PIC X VALUE "N".
                   88 QST-Is-On-File    VALUE "Y".
               03  QST-Density-Min      PIC 9V9999.
               03  QST-Density-Max      PIC 9V9999.
               03  QST-RI-Min           PIC 9V9999.
               03  QST-RI-Max           PIC 9V9999.
               03  QST-Rotation-Min     PIC S999V99.
               03  QST-Rotation-Max     PIC S999V99.
               03  QST-Main-Min         PIC 999V99.
               03  QST-Main-Max         PIC 999V99.
               03  QST-Main-Name        PIC X(20).

       01  Entry-OilNum-X               PIC X(2).
           88 Entry-Finished            VALUE "Q ", "q ", SPACES.
       01  Entry-OilNum-N REDEFINES Entry-OilNum-X
                                        PIC 99.
       01  Entry-Lot-Number             PIC X(10).
       01  Entry-Density                PIC 9V9999.
       01  Entry-RI                     PIC 9V9999.
       01  Entry-Rotation               PIC S999V99.
       01  Entry-Main-Pct               PIC 999V99.
       01  Entry-Decision               PIC X.
           88 Decision-Release          VALUE "A", "a".
           88 Decision-Reject           VALUE "R", "r".

       01  Record-Valid-Switch          PIC X VALUE "N".
           88 Record-Is-Valid           VALUE "Y".

       01  Out-Of-Spec-Count            PIC 9 VALUE ZERO.
       01  Test-Name                    PIC X(20).
       01  Test-Verdict                 PIC X(12).

       01  Found-Grn-PO-Number          PIC 9(6).

       01  Lots-Released                PIC 9(4) VALUE ZEROS.
       01  Lots-Rejected                PIC 9(4) VALUE ZEROS.

       01  Held-Lot-Line.
           02  FILLER                   PIC X(6)  VALUE " OIL ".
           02  Prn-Held-OilNum          PIC 99.
           02  FILLER                   PIC X(7)  VALUE "  LOT ".
           02  Prn-Held-Lot-Number      PIC X(10).
           02  FILLER                   PIC X(12) VALUE
               "  RECEIVED ".
           02  Prn-Held-Rcpt-Date       PIC 9(8).
           02  FILLER                   PIC X(7)  VALUE "  QTY ".
           02  Prn-Held-Qty             PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-STOCK-LOTS.
           PERFORM 1100-LOAD-QC-SPECS.
           PERFORM 1200-LIST-HELD-LOTS.
           OPEN EXTEND QcResultFile.
           IF WS-QcResult-File-Status NOT = "00"
               OPEN OUTPUT QcResultFile
           END-IF.
           PERFORM 2000-TEST-ONE-LOT
               UNTIL Entry-Finished.
           CLOSE QcResultFile.
           PERFORM 3000-REWRITE-STOCK-LOTS.
           DISPLAY "LOTS RELEASED: " Lots-Released
               "  LOTS REJECTED: " Lots-Rejected.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-STOCK-LOTS.
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
           ELSE
               DISPLAY "STKLOTS.DAT NOT AVAILABLE - NO LOTS TO TEST"
           END-IF.

       1100-LOAD-QC-SPECS.
           OPEN INPUT QcSpecFile.
           IF WS-QcSpec-File-Status = "00"
               READ QcSpecFile
                   AT END SET EndOfQcSpecFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfQcSpecFile
                   IF Spec-OilNum IS NUMERIC
                       AND Spec-OilNum > ZERO AND Spec-OilNum <= 30
                       SET QST-Is-On-File(Spec-OilNum) TO TRUE
                       MOVE Spec-Density-Min
                           TO QST-Density-Min(Spec-OilNum)
                       MOVE Spec-Density-Max
                           TO QST-Density-Max(Spec-OilNum)
                       MOVE Spec-RI-Min TO QST-RI-Min(Spec-OilNum)
                       MOVE Spec-RI-Max TO QST-RI-Max(Spec-OilNum)
                       MOVE Spec-Rotation-Min
                           TO QST-Rotation-Min(Spec-OilNum)
                       MOVE Spec-Rotation-Max
                           TO QST-Rotation-Max(Spec-OilNum)
                       MOVE Spec-Main-Min TO QST-Main-Min(Spec-OilNum)
                       MOVE Spec-Main-Max TO QST-Main-Max(Spec-OilNum)
                       MOVE Spec-Main-Name
                           TO QST-Main-Name(Spec-OilNum)
                   END-IF
                   READ QcSpecFile
                       AT END SET EndOfQcSpecFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE QcSpecFile
           ELSE
               DISPLAY "WARNING: QCSPEC.DAT NOT AVAILABLE - NO LOT "
                   "CAN BE RELEASED"
           END-IF.

       1200-LIST-HELD-LOTS.
           DISPLAY "LOTS ON QC HOLD:".
           PERFORM VARYING SLT-Idx FROM 1 BY 1
               UNTIL SLT-Idx > Stock-Lot-Count
               IF SLT-On-Hold(SLT-Idx)
                   ADD 1 TO Held-Lot-Count
                   MOVE SLT-OilNum(SLT-Idx) TO Prn-Held-OilNum
                   MOVE SLT-Number(SLT-Idx) TO Prn-Held-Lot-Number
                   MOVE SLT-Rcpt-Date(SLT-Idx) TO Prn-Held-Rcpt-Date
                   MOVE SLT-Qty-Left(SLT-Idx) TO Prn-Held-Qty
                   DISPLAY Held-Lot-Line
               END-IF
           END-PERFORM.
           IF Held-Lot-Count = ZERO
               DISPLAY " NONE"
           END-IF.

       2000-TEST-ONE-LOT.
           DISPLAY "OIL NUMBER OF THE LOT (01-30, OR Q TO QUIT)"
           ACCEPT Entry-OilNum-X.
           IF NOT Entry-Finished
               PERFORM 2100-FIND-HELD-LOT
               IF Record-Is-Valid
                   PERFORM 2200-ACCEPT-RESULTS
                   PERFORM 2300-CHECK-AGAINST-SPEC
                   PERFORM 2400-ACCEPT-DECISION
               END-IF
           END-IF.

       2100-FIND-HELD-LOT.
           MOVE "N" TO Record-Valid-Switch.
           DISPLAY "LOT NUMBER"
           ACCEPT Entry-Lot-Number.
           MOVE ZEROS TO SLT-Found-Idx.
           IF Entry-OilNum-N IS NUMERIC
               PERFORM VARYING SLT-Idx FROM 1 BY 1
                   UNTIL SLT-Idx > Stock-Lot-Count
                   OR SLT-Found-Idx > ZERO
                   IF SLT-OilNum(SLT-Idx) = Entry-OilNum-N
                       AND SLT-Number(SLT-Idx) = Entry-Lot-Number
                       MOVE SLT-Idx TO SLT-Found-Idx
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN Entry-OilNum-N IS NOT NUMERIC
                   OR Entry-OilNum-N = ZERO OR Entry-OilNum-N > 30
                   DISPLAY "OIL NUMBER MUST BE 01-30"
               WHEN SLT-Found-Idx = ZERO
                   DISPLAY "NO LOT " Entry-Lot-Number " OF OIL "
                       Entry-OilNum-N " ON STKLOTS.DAT"
               WHEN NOT SLT-On-Hold(SLT-Found-Idx)
                   DISPLAY "LOT " Entry-Lot-Number " IS NOT ON QC "
                       "HOLD - STATUS " SLT-QC-Status(SLT-Found-Idx)
               WHEN OTHER
                   SET Record-Is-Valid TO TRUE
                   MOVE SLT-Qty-Left(SLT-Found-Idx) TO Prn-Held-Qty
                   DISPLAY "LOT " Entry-Lot-Number " RECEIVED "
                       SLT-Rcpt-Date(SLT-Found-Idx) " QTY "
                       Prn-Held-Qty
           END-EVALUATE.

       2200-ACCEPT-RESULTS.
           DISPLAY "DENSITY AT 20C (N.NNNN)".
           ACCEPT Entry-Density.
           DISPLAY "REFRACTIVE INDEX AT 20C (N.NNNN)".
           ACCEPT Entry-RI.
           DISPLAY "OPTICAL ROTATION IN DEGREES (+/-NNN.NN)".
           ACCEPT Entry-Rotation.
           IF QST-Is-On-File(Entry-OilNum-N)
               DISPLAY "MAIN CONSTITUENT "
                   QST-Main-Name(Entry-OilNum-N) " BY GC (NNN.NN%)"
           ELSE
               DISPLAY "MAIN CONSTITUENT BY GC (NNN.NN%)"
           END-IF.
           ACCEPT Entry-Main-Pct.

      * Each result against its limits; any result outside them
      * keeps the lot from being released.
       2300-CHECK-AGAINST-SPEC.
           MOVE ZERO TO Out-Of-Spec-Count.
           IF NOT QST-Is-On-File(Entry-OilNum-N)
               MOVE 1 TO Out-Of-Spec-Count
               DISPLAY "NO LIMITS ON QCSPEC.DAT FOR OIL "
                   Entry-OilNum-N " - THE LOT CANNOT BE RELEASED"
           ELSE
               MOVE "DENSITY" TO Test-Name
               IF Entry-Density < QST-Density-Min(Entry-OilNum-N)
                   OR Entry-Density > QST-Density-Max(Entry-OilNum-N)
                   PERFORM 2350-SHOW-OUT-OF-SPEC
               ELSE
                   PERFORM 2360-SHOW-IN-SPEC
               END-IF
               MOVE "REFRACTIVE INDEX" TO Test-Name
               IF Entry-RI < QST-RI-Min(Entry-OilNum-N)
                   OR Entry-RI > QST-RI-Max(Entry-OilNum-N)
                   PERFORM 2350-SHOW-OUT-OF-SPEC
               ELSE
                   PERFORM 2360-SHOW-IN-SPEC
               END-IF
               MOVE "OPTICAL ROTATION" TO Test-Name
               IF Entry-Rotation < QST-Rotation-Min(Entry-OilNum-N)
                   OR Entry-Rotation
                       > QST-Rotation-Max(Entry-OilNum-N)
                   PERFORM 2350-SHOW-OUT-OF-SPEC
               ELSE
                   PERFORM 2360-SHOW-IN-SPEC
               END-IF
               MOVE QST-Main-Name(Entry-OilNum-N) TO Test-Name
               IF Entry-Main-Pct < QST-Main-Min(Entry-OilNum-N)
                   OR Entry-Main-Pct > QST-Main-Max(Entry-OilNum-N)
                   PERFORM 2350-SHOW-OUT-OF-SPEC
               ELSE
                   PERFORM 2360-SHOW-IN-SPEC
               END-IF
           END-IF.

       2350-SHOW-OUT-OF-SPEC.
           ADD 1 TO Out-Of-Spec-Count.
           MOVE "OUT OF SPEC" TO Test-Verdict.
           DISPLAY "  " Test-Name " " Test-Verdict.

       2360-SHOW-IN-SPEC.
           MOVE "IN SPEC" TO Test-Verdict.
           DISPLAY "  " Test-Name " " Test-Verdict.

       2400-ACCEPT-DECISION.
           DISPLAY "RELEASE (A), REJECT (R) OR LEAVE ON HOLD (H)".
           ACCEPT Entry-Decision.
           EVALUATE TRUE
               WHEN Decision-Release AND Out-Of-Spec-Count > ZERO
                   DISPLAY "AN OUT-OF-SPEC LOT CANNOT BE RELEASED - "
                       "LOT LEFT ON HOLD"
               WHEN Decision-Release
                   MOVE "A" TO SLT-QC-Status(SLT-Found-Idx)
                   PERFORM 2500-WRITE-RESULT
                   ADD 1 TO Lots-Released
                   DISPLAY "LOT " Entry-Lot-Number " RELEASED"
               WHEN Decision-Reject
                   MOVE "R" TO SLT-QC-Status(SLT-Found-Idx)
                   PERFORM 2500-WRITE-RESULT
                   PERFORM 2600-QUEUE-FOR-RETURN
                   ADD 1 TO Lots-Rejected
               WHEN OTHER
                   DISPLAY "LOT " Entry-Lot-Number " LEFT ON HOLD"
           END-EVALUATE.

       2500-WRITE-RESULT.
           MOVE SPACES TO QcResult-Rec.
           MOVE Business-Date TO QCR-Test-Date.
           MOVE Entry-OilNum-N TO QCR-OilNum.
           MOVE Entry-Lot-Number TO QCR-Lot-Number.
           MOVE Entry-Density TO QCR-Density.
           MOVE Entry-RI TO QCR-RI.
           MOVE Entry-Rotation TO QCR-Rotation.
           MOVE Entry-Main-Pct TO QCR-Main-Pct.
           IF QST-Is-On-File(Entry-OilNum-N)
               MOVE QST-Density-Min(Entry-OilNum-N)
                   TO QCR-Density-Min
               MOVE QST-Density-Max(Entry-OilNum-N)
                   TO QCR-Density-Max
               MOVE QST-RI-Min(Entry-OilNum-N) TO QCR-RI-Min
               MOVE QST-RI-Max(Entry-OilNum-N) TO QCR-RI-Max
               MOVE QST-Rotation-Min(Entry-OilNum-N)
                   TO QCR-Rotation-Min
               MOVE QST-Rotation-Max(Entry-OilNum-N)
                   TO QCR-Rotation-Max
               MOVE QST-Main-Min(Entry-OilNum-N) TO QCR-Main-Min
               MOVE QST-Main-Max(Entry-OilNum-N) TO QCR-Main-Max
               MOVE QST-Main-Name(Entry-OilNum-N) TO QCR-Main-Name
           ELSE
               MOVE ZEROS TO QCR-Density-Min, QCR-Density-Max,
                   QCR-RI-Min, QCR-RI-Max, QCR-Rotation-Min,
                   QCR-Rotation-Max, QCR-Main-Min, QCR-Main-Max
           END-IF.
           MOVE SLT-QC-Status(SLT-Found-Idx) TO QCR-Outcome.
           MOVE Operator-ID TO QCR-Operator-ID.
           WRITE QcResult-Rec.

      * The lot's own receipt gives SuppRtn the PO to return it
      * against; a lot with no receipt on file has to be returned
      * by hand.
       2600-QUEUE-FOR-RETURN.
           MOVE ZEROS TO Found-Grn-PO-Number.
           OPEN INPUT GrnFile.
           IF WS-Grn-File-Status = "00"
               READ GrnFile
                   AT END SET EndOfGrnFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGrnFile
                   IF GRN-OilNum = Entry-OilNum-N
                       AND GRN-Date = SLT-Rcpt-Date(SLT-Found-Idx)
                       AND GRN-Lot-Number = Entry-Lot-Number
                       AND GRN-Qty IS NUMERIC
                       AND GRN-Qty > ZERO
                       MOVE GRN-PO-Number TO Found-Grn-PO-Number
                   END-IF
                   READ GrnFile
                       AT END SET EndOfGrnFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GrnFile
           END-IF.
           IF Found-Grn-PO-Number = ZEROS
               DISPLAY "LOT " Entry-Lot-Number " REJECTED - NO GOODS "
                   "RECEIPT FOUND, RETURN IT THROUGH SUPPRTN BY HAND"
           ELSE
               OPEN EXTEND RtnQueueFile
               IF WS-RtnQueue-File-Status NOT = "00"
                   OPEN OUTPUT RtnQueueFile
               END-IF
               MOVE SPACES TO RtnQueue-Rec
               MOVE Business-Date TO RtnQ-Reject-Date
               MOVE Entry-OilNum-N TO RtnQ-OilNum
               MOVE Entry-Lot-Number TO RtnQ-Lot-Number
               MOVE Found-Grn-PO-Number TO RtnQ-PO-Number
               MOVE SLT-Rcpt-Date(SLT-Found-Idx) TO RtnQ-GRN-Date
               MOVE SLT-Qty-Left(SLT-Found-Idx) TO RtnQ-Qty
               MOVE "P" TO RtnQ-Status
               MOVE ZEROS TO RtnQ-DN-Number
               WRITE RtnQueue-Rec
               CLOSE RtnQueueFile
               DISPLAY "LOT " Entry-Lot-Number " REJECTED - QUEUED "
                   "FOR RETURN AGAINST PO " Found-Grn-PO-Number
           END-IF.

       3000-REWRITE-STOCK-LOTS.
           IF Lots-Released > ZERO OR Lots-Rejected > ZERO
               IF Lot-Load-Overflowed
                   DISPLAY "STKLOTS.DAT EXCEEDED THE TABLE AT LOAD - "
                       "NOT REWRITTEN, QC DECISIONS NOT SAVED ON "
                       "THE LOTS"
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

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="QCENTRY"==.
       COPY "OPSIGNPA.CPY".
       COPY "BUSDATEPA.CPY".

       END PROGRAM QcEntry.
