      ******************************************************************
      * Author:
      * Date:
      * Purpose: Quarterly supplier performance scorecard. For every
      *          SUPPMAST.DAT supplier it takes the GRNFILE.DAT
      *          receipts booked in the quarter to the business date
      *          and sets each against the delivery date agreed on
      *          its POFILE.DAT line - on time or late, and by how
      *          many days - counts the deliveries with stock refused
      *          at the door, works the quantity fill rate over the
      *          PO lines due in the quarter, and prices the
      *          APLEDGER.DAT invoices of the quarter against the
      *          unit price agreed on the order. Suppliers are ranked
      *          best first on SUPPSCORE.RPT and any falling short of
      *          the on-time or fill targets purchasing keeps on
      *          SCOREPARM.DAT is flagged for review.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuppScore.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SuppMasterFile ASSIGN TO "SUPPMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SuppMaster-File-Status.

       SELECT PoFile ASSIGN TO "POFILE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Po-File-Status.

       SELECT GrnFile ASSIGN TO "GRNFILE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Grn-File-Status.

       SELECT ApLedgerFile ASSIGN TO "APLEDGER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ApLedger-File-Status.

      * One record: the on-time and fill-rate targets in percent.
      * Missing, the run scores against the defaults below.
       SELECT ScoreParmFile ASSIGN TO "SCOREPARM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ScoreParm-File-Status.

       SELECT SuppScoreRep ASSIGN TO "SUPPSCORE.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD SuppMasterFile.
       01 SuppMast-Rec.
           88 EndOfSuppMasterFile   VALUE HIGH-VALUES.
           02  SuppMast-SupplierID      PIC X(5).
           02  FILLER                   PIC X.
           02  SuppMast-Name            PIC X(20).

       FD PoFile.
       01 Po-Rec.
           88 EndOfPoFile         VALUE HIGH-VALUES.
           02  PO-Number              PIC 9(6).
           02  FILLER                 PIC X.
           02  PO-SupplierID          PIC X(5).
           02  FILLER                 PIC X.
           02  PO-Order-Date          PIC 9(8).
           02  FILLER                 PIC X.
           02  PO-OilNum              PIC 99.
           02  FILLER                 PIC X.
           02  PO-Qty-Ordered         PIC 9(5).
           02  FILLER                 PIC X.
           02  PO-Qty-Received        PIC 9(5).
           02  FILLER                 PIC X.
           02  PO-Status              PIC X.
           02  FILLER                 PIC X.
           02  PO-Due-Date            PIC 9(8).
           02  FILLER                 PIC X.
           02  PO-Unit-Price          PIC 9(5)V99.

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

       FD ScoreParmFile.
       01 ScoreParm-Rec.
           02  ScoreParm-OnTime-Target    PIC 999.
           02  FILLER                     PIC X.
           02  ScoreParm-Fill-Target      PIC 999.

       FD SuppScoreRep.
       01 SuppScore-Print-Line        PIC X(110).

       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-SuppMaster-File-Status    PIC XX.
       01  WS-Po-File-Status            PIC XX.
       01  WS-Grn-File-Status           PIC XX.
       01  WS-ApLedger-File-Status      PIC XX.
       01  WS-ScoreParm-File-Status     PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  OnTime-Target                PIC 999 VALUE 090.
       01  Fill-Target                  PIC 999 VALUE 095.

      * The quarter: the business month and the two before it.
       01  Quarter-Start                PIC 9(8).
       01  Quarter-Start-F REDEFINES Quarter-Start.
           02  QS-Year                  PIC 9(4).
           02  QS-Month                 PIC 99.
           02  QS-Day                   PIC 99.

       01  Supp-Score-Table.
           02  Supp-Score-Entry OCCURS 500 TIMES.
               03  SSC-SupplierID       PIC X(5).
               03  SSC-Name             PIC X(20).
               03  SSC-Deliveries       PIC 9(5).
               03  SSC-Timed            PIC 9(5).
               03  SSC-On-Time          PIC 9(5).
               03  SSC-Late             PIC 9(5).
               03  SSC-Days-Late        PIC 9(7).
               03  SSC-Rejected         PIC 9(5).
               03  SSC-Qty-Ordered      PIC 9(7).
               03  SSC-Qty-Received     PIC 9(7).
               03  SSC-Price-Variance   PIC S9(7)V99.
               03  SSC-OnTime-Pct       PIC 999V9.
               03  SSC-Fill-Pct         PIC 999V9.
               03  SSC-Score            PIC 999V9.
               03  SSC-Printed          PIC X.

       01  Supp-Score-Count             PIC 9(3) VALUE ZEROS.
       01  SSC-Idx                      PIC 9(3).
       01  SSC-Found-Idx                PIC 9(3).
       01  SSC-Next-Idx                 PIC 9(3).
       01  Work-SupplierID              PIC X(5).

      * The agreed date and price per PO line, for the receipts and
      * invoices to be measured against.
       01  Po-Terms-Table.
           02  Po-Terms-Entry OCCURS 2000 TIMES.
               03  PTT-PO-Number        PIC 9(6).
               03  PTT-OilNum           PIC 99.
               03  PTT-Due-Date         PIC 9(8).
               03  PTT-Unit-Price       PIC 9(5)V99.

       01  Po-Terms-Count               PIC 9(4) VALUE ZEROS.
       01  PTT-Idx                      PIC 9(4).
       01  PTT-Found-Idx                PIC 9(4).
       01  Work-PO-Number               PIC 9(6).
       01  Work-OilNum                  PIC 99.

       01  Measure-Date                 PIC 9(8).
       01  Agreed-Value                 PIC S9(7)V99.
       01  Avg-Days-Late                PIC 999V9.
       01  Active-Suppliers             PIC 9(3) VALUE ZEROS.
       01  Below-Target-Count           PIC 9(3) VALUE ZEROS.
       01  Rank-Number                  PIC 9(3) VALUE ZEROS.
       01  Best-Score                   PIC S999V9.

       01  Date-Diff-Days               PIC S9(7).
       01  Diff-Date-1                  PIC 9(8).
       01  Diff-Date-1-F REDEFINES Diff-Date-1.
           02  DD1-Year                 PIC 9(4).
           02  DD1-Month                PIC 99.
           02  DD1-Day                  PIC 99.
       01  Diff-Date-2                  PIC 9(8).
       01  Diff-Date-2-F REDEFINES Diff-Date-2.
           02  DD2-Year                 PIC 9(4).
           02  DD2-Month                PIC 99.
           02  DD2-Day                  PIC 99.

       01  SuppScore-Heading-Line       PIC X(60) VALUE
           "     SUPPLIER PERFORMANCE SCORECARD".

       01  SuppScore-Period-Line.
           02  FILLER                   PIC X(16) VALUE
               " RECEIVED FROM: ".
           02  Prn-Quarter-Start        PIC 9(8).
           02  FILLER                   PIC X(6) VALUE "  TO ".
           02  Prn-Business-Date        PIC 9(8).
           02  FILLER                   PIC X(20) VALUE
               "  TARGETS ON-TIME : ".
           02  Prn-OnTime-Target        PIC ZZ9.
           02  FILLER                   PIC X(10) VALUE "%  FILL : ".
           02  Prn-Fill-Target          PIC ZZ9.
           02  FILLER                   PIC X(1) VALUE "%".

       01  SuppScore-Topic-Line         PIC X(110) VALUE
           " RANK SUPPLIER                   DELIV  ON-TIME AVG LATE FIL
      -    "L  REJECTED PRICE VARIANCE  SCORE".

       01  SuppScore-Detail-Line.
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Rank                 PIC ZZ9.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-SupplierID           PIC X(5).
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Supp-Name            PIC X(20).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Deliveries           PIC ZZZZ9.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-OnTime-Pct           PIC ZZ9.9.
           02  FILLER                   PIC X(4)  VALUE SPACES.
           02  Prn-Avg-Days-Late        PIC ZZ9.9.
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Fill-Pct             PIC ZZ9.9.
           02  FILLER                   PIC X(5)  VALUE SPACES.
           02  Prn-Rejected             PIC ZZZZ9.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Price-Variance       PIC Z,ZZZ,ZZ9.99-.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Score                PIC ZZ9.9.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Target-Flag          PIC X(12).

       01  SuppScore-None-Line          PIC X(60) VALUE
           " NO SUPPLIER ACTIVITY IN THE QUARTER".

       01  SuppScore-Totals-Line.
           02  FILLER                   PIC X(23) VALUE
               " SUPPLIERS SCORED   : ".
           02  Prn-Active-Suppliers     PIC ZZ9.
           02  FILLER                   PIC X(20) VALUE
               "   BELOW TARGET : ".
           02  Prn-Below-Target-Count   PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-PARAMETERS.
           PERFORM 1100-SET-QUARTER-START.
           PERFORM 1200-LOAD-SUPPLIER-MASTER.
           PERFORM 1300-LOAD-PO-LINES.
           PERFORM 2000-WALK-GOODS-RECEIPTS.
           PERFORM 2500-WALK-AP-LEDGER.
           PERFORM 3000-SCORE-SUPPLIERS.
           PERFORM 4000-PRINT-SCORECARD.
           DISPLAY "SUPPLIERS SCORED: " Active-Suppliers.
           DISPLAY "BELOW TARGET: " Below-Target-Count.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-PARAMETERS.
           OPEN INPUT ScoreParmFile.
           IF WS-ScoreParm-File-Status = "00"
               READ ScoreParmFile
                   NOT AT END
                       IF ScoreParm-OnTime-Target IS NUMERIC
                           MOVE ScoreParm-OnTime-Target
                               TO OnTime-Target
                       END-IF
                       IF ScoreParm-Fill-Target IS NUMERIC
                           MOVE ScoreParm-Fill-Target TO Fill-Target
                       END-IF
               END-READ
               CLOSE ScoreParmFile
           ELSE
               DISPLAY "WARNING: SCOREPARM.DAT NOT AVAILABLE - "
                   "SCORING AGAINST THE DEFAULT TARGETS"
           END-IF.

       1100-SET-QUARTER-START.
           MOVE Business-Date TO Quarter-Start.
           IF QS-Month > 2
               SUBTRACT 2 FROM QS-Month
           ELSE
               ADD 10 TO QS-Month
               SUBTRACT 1 FROM QS-Year
           END-IF.
           MOVE 1 TO QS-Day.

       1200-LOAD-SUPPLIER-MASTER.
           OPEN INPUT SuppMasterFile.
           IF WS-SuppMaster-File-Status = "00"
               READ SuppMasterFile
                   AT END SET EndOfSuppMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSuppMasterFile
                   IF Supp-Score-Count < 500
                       ADD 1 TO Supp-Score-Count
                       INITIALIZE Supp-Score-Entry(Supp-Score-Count)
                       MOVE SuppMast-SupplierID
                           TO SSC-SupplierID(Supp-Score-Count)
                       MOVE SuppMast-Name
                           TO SSC-Name(Supp-Score-Count)
                       MOVE "N" TO SSC-Printed(Supp-Score-Count)
                   ELSE
                       DISPLAY "WARNING: SUPPMAST.DAT TABLE FULL, "
                           "SUPPLIER " SuppMast-SupplierID " SKIPPED"
                   END-IF
                   READ SuppMasterFile
                       AT END SET EndOfSuppMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SuppMasterFile
           ELSE
               DISPLAY "WARNING: SUPPMAST.DAT NOT AVAILABLE - "
                   "NOTHING TO SCORE"
           END-IF.

      * Every line goes into the terms table; the fill rate takes
      * the lines due in the quarter, or ordered in it where no
      * delivery date was agreed.
       1300-LOAD-PO-LINES.
           OPEN INPUT PoFile.
           IF WS-Po-File-Status = "00"
               READ PoFile
                   AT END SET EndOfPoFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfPoFile
                   PERFORM 1310-TAKE-PO-LINE
                   READ PoFile
                       AT END SET EndOfPoFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PoFile
           ELSE
               DISPLAY "WARNING: POFILE.DAT NOT AVAILABLE - "
                   "NO ORDERS TO MEASURE AGAINST"
           END-IF.

       1310-TAKE-PO-LINE.
           IF Po-Terms-Count < 2000
               ADD 1 TO Po-Terms-Count
               MOVE PO-Number TO PTT-PO-Number(Po-Terms-Count)
               MOVE PO-OilNum TO PTT-OilNum(Po-Terms-Count)
               IF PO-Due-Date IS NUMERIC
                   MOVE PO-Due-Date TO PTT-Due-Date(Po-Terms-Count)
               ELSE
                   MOVE ZEROS TO PTT-Due-Date(Po-Terms-Count)
               END-IF
               IF PO-Unit-Price IS NUMERIC
                   MOVE PO-Unit-Price
                       TO PTT-Unit-Price(Po-Terms-Count)
               ELSE
                   MOVE ZEROS TO PTT-Unit-Price(Po-Terms-Count)
               END-IF
               MOVE PTT-Due-Date(Po-Terms-Count) TO Measure-Date
           ELSE
               DISPLAY "WARNING: POFILE.DAT TABLE FULL, "
                   "PO " PO-Number " NOT MEASURED"
               MOVE ZEROS TO Measure-Date
           END-IF.
           IF Measure-Date = ZERO
               MOVE PO-Order-Date TO Measure-Date
           END-IF.
           IF Measure-Date >= Quarter-Start
               AND Measure-Date <= Business-Date
               MOVE PO-SupplierID TO Work-SupplierID
               PERFORM 2900-FIND-SUPPLIER
               IF SSC-Found-Idx > ZERO
                   ADD PO-Qty-Ordered
                       TO SSC-Qty-Ordered(SSC-Found-Idx)
                   ADD PO-Qty-Received
                       TO SSC-Qty-Received(SSC-Found-Idx)
               END-IF
           END-IF.

      * A receipt is on time when it arrived by the agreed date; a
      * line with no agreed date is not timed at all. A delivery
      * with any quantity refused counts once as a rejection.
       2000-WALK-GOODS-RECEIPTS.
           OPEN INPUT GrnFile.
           IF WS-Grn-File-Status NOT = "00"
               DISPLAY "WARNING: GRNFILE.DAT NOT AVAILABLE - "
                   "NO RECEIPTS TO MEASURE"
           ELSE
               READ GrnFile
                   AT END SET EndOfGrnFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGrnFile
                   IF GRN-Date >= Quarter-Start
                       AND GRN-Date <= Business-Date
                       PERFORM 2100-TAKE-RECEIPT
                   END-IF
                   READ GrnFile
                       AT END SET EndOfGrnFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GrnFile
           END-IF.

       2100-TAKE-RECEIPT.
           MOVE GRN-SupplierID TO Work-SupplierID.
           PERFORM 2900-FIND-SUPPLIER.
           IF SSC-Found-Idx > ZERO
               ADD 1 TO SSC-Deliveries(SSC-Found-Idx)
               IF GRN-Rejected-Qty IS NUMERIC
                   AND GRN-Rejected-Qty > ZERO
                   ADD 1 TO SSC-Rejected(SSC-Found-Idx)
               END-IF
               MOVE GRN-PO-Number TO Work-PO-Number
               MOVE GRN-OilNum TO Work-OilNum
               PERFORM 2950-FIND-PO-TERMS
               IF PTT-Found-Idx > ZERO
                   AND PTT-Due-Date(PTT-Found-Idx) > ZERO
                   ADD 1 TO SSC-Timed(SSC-Found-Idx)
                   IF GRN-Date <= PTT-Due-Date(PTT-Found-Idx)
                       ADD 1 TO SSC-On-Time(SSC-Found-Idx)
                   ELSE
                       MOVE PTT-Due-Date(PTT-Found-Idx)
                           TO Diff-Date-1
                       MOVE GRN-Date TO Diff-Date-2
                       PERFORM 2960-ROUGH-DAY-DIFF
                       IF Date-Diff-Days < 1
                           MOVE 1 TO Date-Diff-Days
                       END-IF
                       ADD 1 TO SSC-Late(SSC-Found-Idx)
                       ADD Date-Diff-Days
                           TO SSC-Days-Late(SSC-Found-Idx)
                   END-IF
               END-IF
           END-IF.

      * What each invoice line billed over what the same quantity
      * comes to at the agreed price: positive is overcharged.
       2500-WALK-AP-LEDGER.
           OPEN INPUT ApLedgerFile.
           IF WS-ApLedger-File-Status NOT = "00"
               DISPLAY "WARNING: APLEDGER.DAT NOT AVAILABLE - "
                   "NO PRICE VARIANCE"
           ELSE
               READ ApLedgerFile
                   AT END SET EndOfApLedgerFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfApLedgerFile
                   IF AP-Invoice-Date >= Quarter-Start
                       AND AP-Invoice-Date <= Business-Date
                       AND AP-Qty IS NUMERIC
                       AND AP-Qty > ZERO
                       PERFORM 2600-TAKE-INVOICE-LINE
                   END-IF
                   READ ApLedgerFile
                       AT END SET EndOfApLedgerFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ApLedgerFile
           END-IF.

       2600-TAKE-INVOICE-LINE.
           MOVE AP-SupplierID TO Work-SupplierID.
           PERFORM 2900-FIND-SUPPLIER.
           MOVE AP-PO-Number TO Work-PO-Number.
           MOVE AP-OilNum TO Work-OilNum.
           PERFORM 2950-FIND-PO-TERMS.
           IF SSC-Found-Idx > ZERO
               AND PTT-Found-Idx > ZERO
               AND PTT-Unit-Price(PTT-Found-Idx) > ZERO
               COMPUTE Agreed-Value ROUNDED =
                   AP-Qty * PTT-Unit-Price(PTT-Found-Idx)
               COMPUTE SSC-Price-Variance(SSC-Found-Idx) =
                   SSC-Price-Variance(SSC-Found-Idx)
                   + AP-Amount - Agreed-Value
           END-IF.

       2900-FIND-SUPPLIER.
           MOVE ZEROS TO SSC-Found-Idx.
           PERFORM VARYING SSC-Idx FROM 1 BY 1
               UNTIL SSC-Idx > Supp-Score-Count OR SSC-Found-Idx > ZERO
               IF SSC-SupplierID(SSC-Idx) = Work-SupplierID
                   MOVE SSC-Idx TO SSC-Found-Idx
               END-IF
           END-PERFORM.

       2950-FIND-PO-TERMS.
           MOVE ZEROS TO PTT-Found-Idx.
           PERFORM VARYING PTT-Idx FROM 1 BY 1
               UNTIL PTT-Idx > Po-Terms-Count OR PTT-Found-Idx > ZERO
               IF PTT-PO-Number(PTT-Idx) = Work-PO-Number
                   AND PTT-OilNum(PTT-Idx) = Work-OilNum
                   MOVE PTT-Idx TO PTT-Found-Idx
               END-IF
           END-PERFORM.

      * Days between two YYYYMMDD dates by the 365/30 rule, the same
      * rough measure the payment-behaviour review uses.
       2960-ROUGH-DAY-DIFF.
           COMPUTE Date-Diff-Days =
               ((DD2-Year - DD1-Year) * 365)
               + ((DD2-Month - DD1-Month) * 30)
               + (DD2-Day - DD1-Day).

      * The score is the mean of the on-time and fill percentages,
      * or whichever of the two the quarter gave evidence for. A
      * supplier with neither timed receipts nor lines due is not
      * scored.
       3000-SCORE-SUPPLIERS.
           PERFORM VARYING SSC-Idx FROM 1 BY 1
               UNTIL SSC-Idx > Supp-Score-Count
               IF SSC-Timed(SSC-Idx) > ZERO
                   COMPUTE SSC-OnTime-Pct(SSC-Idx) ROUNDED =
                       SSC-On-Time(SSC-Idx) * 100 / SSC-Timed(SSC-Idx)
               END-IF
               IF SSC-Qty-Ordered(SSC-Idx) > ZERO
                   IF SSC-Qty-Received(SSC-Idx)
                       > SSC-Qty-Ordered(SSC-Idx)
                       MOVE 100 TO SSC-Fill-Pct(SSC-Idx)
                   ELSE
                       COMPUTE SSC-Fill-Pct(SSC-Idx) ROUNDED =
                           SSC-Qty-Received(SSC-Idx) * 100
                           / SSC-Qty-Ordered(SSC-Idx)
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN SSC-Timed(SSC-Idx) > ZERO
                       AND SSC-Qty-Ordered(SSC-Idx) > ZERO
                       COMPUTE SSC-Score(SSC-Idx) ROUNDED =
                           (SSC-OnTime-Pct(SSC-Idx)
                           + SSC-Fill-Pct(SSC-Idx)) / 2
                   WHEN SSC-Timed(SSC-Idx) > ZERO
                       MOVE SSC-OnTime-Pct(SSC-Idx)
                           TO SSC-Score(SSC-Idx)
                   WHEN SSC-Qty-Ordered(SSC-Idx) > ZERO
                       MOVE SSC-Fill-Pct(SSC-Idx)
                           TO SSC-Score(SSC-Idx)
                   WHEN OTHER
                       MOVE "X" TO SSC-Printed(SSC-Idx)
               END-EVALUATE
               IF SSC-Printed(SSC-Idx) = "N"
                   ADD 1 TO Active-Suppliers
               END-IF
           END-PERFORM.

       4000-PRINT-SCORECARD.
           OPEN OUTPUT SuppScoreRep.
           WRITE SuppScore-Print-Line FROM SuppScore-Heading-Line
           AFTER ADVANCING 1 LINE.
           MOVE Quarter-Start TO Prn-Quarter-Start.
           MOVE Business-Date TO Prn-Business-Date.
           MOVE OnTime-Target TO Prn-OnTime-Target.
           MOVE Fill-Target TO Prn-Fill-Target.
           WRITE SuppScore-Print-Line FROM SuppScore-Period-Line
           AFTER ADVANCING 1 LINE.
           WRITE SuppScore-Print-Line FROM SuppScore-Topic-Line
           AFTER ADVANCING 2 LINES.
           IF Active-Suppliers = ZERO
               WRITE SuppScore-Print-Line FROM SuppScore-None-Line
               AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM Active-Suppliers TIMES
               PERFORM 4100-FIND-NEXT-BEST
               PERFORM 4200-PRINT-ONE-SUPPLIER
           END-PERFORM.
           MOVE Active-Suppliers TO Prn-Active-Suppliers.
           MOVE Below-Target-Count TO Prn-Below-Target-Count.
           WRITE SuppScore-Print-Line FROM SuppScore-Totals-Line
           AFTER ADVANCING 2 LINES.
           CLOSE SuppScoreRep.

       4100-FIND-NEXT-BEST.
           MOVE ZEROS TO SSC-Next-Idx.
           MOVE -1 TO Best-Score.
           PERFORM VARYING SSC-Idx FROM 1 BY 1
               UNTIL SSC-Idx > Supp-Score-Count
               IF SSC-Printed(SSC-Idx) = "N"
                   AND SSC-Score(SSC-Idx) > Best-Score
                   MOVE SSC-Score(SSC-Idx) TO Best-Score
                   MOVE SSC-Idx TO SSC-Next-Idx
               END-IF
           END-PERFORM.
           MOVE "Y" TO SSC-Printed(SSC-Next-Idx).

      * Short of either target puts the supplier up for review; a
      * measure with no evidence in the quarter cannot fail it.
       4200-PRINT-ONE-SUPPLIER.
           ADD 1 TO Rank-Number.
           MOVE ZEROS TO Avg-Days-Late.
           IF SSC-Late(SSC-Next-Idx) > ZERO
               COMPUTE Avg-Days-Late ROUNDED =
                   SSC-Days-Late(SSC-Next-Idx) / SSC-Late(SSC-Next-Idx)
           END-IF.
           MOVE Rank-Number TO Prn-Rank.
           MOVE SSC-SupplierID(SSC-Next-Idx) TO Prn-SupplierID.
           MOVE SSC-Name(SSC-Next-Idx) TO Prn-Supp-Name.
           MOVE SSC-Deliveries(SSC-Next-Idx) TO Prn-Deliveries.
           MOVE SSC-OnTime-Pct(SSC-Next-Idx) TO Prn-OnTime-Pct.
           MOVE Avg-Days-Late TO Prn-Avg-Days-Late.
           MOVE SSC-Fill-Pct(SSC-Next-Idx) TO Prn-Fill-Pct.
           MOVE SSC-Rejected(SSC-Next-Idx) TO Prn-Rejected.
           MOVE SSC-Price-Variance(SSC-Next-Idx) TO Prn-Price-Variance.
           MOVE SSC-Score(SSC-Next-Idx) TO Prn-Score.
           MOVE SPACES TO Prn-Target-Flag.
           IF (SSC-Timed(SSC-Next-Idx) > ZERO
               AND SSC-OnTime-Pct(SSC-Next-Idx) < OnTime-Target)
               OR (SSC-Qty-Ordered(SSC-Next-Idx) > ZERO
               AND SSC-Fill-Pct(SSC-Next-Idx) < Fill-Target)
               MOVE "BELOW TARGET" TO Prn-Target-Flag
               ADD 1 TO Below-Target-Count
           END-IF.
           WRITE SuppScore-Print-Line FROM SuppScore-Detail-Line
           AFTER ADVANCING 1 LINE.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="SUPPSCORE"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM SuppScore.
