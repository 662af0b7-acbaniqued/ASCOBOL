      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly demand-based review of the stock reorder
      *          levels. Each oil's average and peak daily demand
      *          over the REORDPARM.DAT window of months is taken
      *          from the SALEHIST.DAT sales and the BLENDHIST.DAT
      *          (plus any unposted BLENDUSE.DAT) component draws.
      *          The lead time of the supplier last ordered from on
      *          POFILE.DAT, from SUPPMAST.DAT, turns that into a
      *          proposed reorder level - average demand over the
      *          lead time plus a safety stock of the peak-over-
      *          average demand across the lead time times the
      *          safety factor - and a proposed reorder quantity of
      *          the average demand over the cover days. Current and
      *          proposed figures print side by side on REORDPROP.RPT
      *          and every change is held on REORDPROP.DAT until the
      *          warehouse manager approves it in ReordAppr. Nothing
      *          on the stock ledger is changed here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReordCalc.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT StockLedgerFile ASSIGN TO "STOCKLED.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-StockLedger-File-Status.

       SELECT SaleHistFile ASSIGN TO "SALEHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SaleHist-File-Status.

      * Posted blend draws, kept by the nightly stock update, and
      * any still waiting to be posted.
       SELECT BlendHistFile ASSIGN TO "BLENDHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BlendHist-File-Status.

       SELECT BlendUseFile ASSIGN TO "BLENDUSE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BlendUse-File-Status.

       SELECT PoFile ASSIGN TO "POFILE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Po-File-Status.

       SELECT SuppMasterFile ASSIGN TO "SUPPMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SuppMaster-File-Status.

      * One record: window months, safety factor, default lead days
      * and cover days. Missing, the run uses the defaults below.
       SELECT ReordParmFile ASSIGN TO "REORDPARM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ReordParm-File-Status.

      * The proposals awaiting approval, replaced by every run.
       SELECT ReordPropFile ASSIGN TO "REORDPROP.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ReordProp-File-Status.

       SELECT ReordPropRep ASSIGN TO "REORDPROP.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
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

       FD SaleHistFile.
       01 SaleHist-Rec.
           88 EndOfSaleHistFile   VALUE HIGH-VALUES.
           02  SaleHist-Key               PIC X(22).
           02  SaleHist-Key-Fields REDEFINES SaleHist-Key.
               03  SHK-CustomerID          PIC X(5).
               03  SHK-OilID.
                   04  FILLER              PIC X.
                   04  SHK-OilNum          PIC 99.
               03  SHK-UnitSize            PIC 99.
               03  SHK-UnitsSold           PIC S999
                   SIGN IS TRAILING SEPARATE.
               03  SHK-Trans-Date          PIC 9(8).
           02  FILLER                     PIC X.
           02  SaleHist-Run-Date          PIC 9(8).

       FD BlendHistFile.
       01 BlendHist-Rec.
           88 EndOfBlendHistFile  VALUE HIGH-VALUES.
           02  BlendHist-Date         PIC 9(8).
           02  FILLER                 PIC X.
           02  BlendHist-Blend-ID     PIC X(3).
           02  FILLER                 PIC X.
           02  BlendHist-Component    PIC 99.
           02  FILLER                 PIC X.
           02  BlendHist-Qty          PIC S9(7)
               SIGN IS TRAILING SEPARATE.

       FD BlendUseFile.
       01 BlendUse-Rec.
           88 EndOfBlendUseFile   VALUE HIGH-VALUES.
           02  BlendUse-Date          PIC 9(8).
           02  FILLER                 PIC X.
           02  BlendUse-Blend-ID      PIC X(3).
           02  FILLER                 PIC X.
           02  BlendUse-Component     PIC 99.
           02  FILLER                 PIC X.
           02  BlendUse-Qty           PIC S9(7)
               SIGN IS TRAILING SEPARATE.

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
           02  FILLER                   PIC X.
           02  SuppMast-Currency        PIC X(3).
           02  FILLER                   PIC X.
           02  SuppMast-Sort-Code       PIC X(6).
           02  FILLER                   PIC X.
           02  SuppMast-Account-Number  PIC X(8).
           02  FILLER                   PIC X.
           02  SuppMast-Lead-Days       PIC 9(3).

       FD ReordParmFile.
       01 ReordParm-Rec.
           02  ReordParm-Window-Months    PIC 99.
           02  FILLER                     PIC X.
           02  ReordParm-Safety-Factor    PIC 9V99.
           02  FILLER                     PIC X.
           02  ReordParm-Lead-Days        PIC 999.
           02  FILLER                     PIC X.
           02  ReordParm-Cover-Days       PIC 999.

       FD ReordPropFile.
       01 ReordProp-Rec.
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
      * P pending, A approved and applied, R rejected.
           02  FILLER                 PIC X.
           02  Prop-Status            PIC X.

       FD ReordPropRep.
       01 ReordProp-Print-Line        PIC X(90).

       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-StockLedger-File-Status   PIC XX.
       01  WS-SaleHist-File-Status      PIC XX.
       01  WS-BlendHist-File-Status     PIC XX.
       01  WS-BlendUse-File-Status      PIC XX.
       01  WS-Po-File-Status            PIC XX.
       01  WS-SuppMaster-File-Status    PIC XX.
       01  WS-ReordParm-File-Status     PIC XX.
       01  WS-ReordProp-File-Status     PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Window-Months                PIC 99   VALUE 03.
       01  Safety-Factor                PIC 9V99 VALUE 1.50.
       01  Default-Lead-Days            PIC 999  VALUE 014.
       01  Cover-Days                   PIC 999  VALUE 030.

       01  Window-Start                 PIC 9(8).
       01  Window-Start-F REDEFINES Window-Start.
           02  WST-Year                 PIC 9(4).
           02  WST-Month                PIC 99.
           02  WST-Day                  PIC 99.
       01  Shift-Idx                    PIC 99.
       01  Window-Days                  PIC 9(5).

       01  Stock-Table.
           02  Stock-Entry OCCURS 30 TIMES.
               03  STK-OnHand           PIC S9(7) VALUE ZEROS.
               03  STK-Reorder-Level    PIC 9(5)  VALUE ZEROS.
               03  STK-Reorder-Qty      PIC 9(5)  VALUE ZEROS.
               03  STK-In-Use           PIC X     VALUE "N".
                   88 STK-Is-In-Use     VALUE "Y".
               03  STK-Demand-Total     PIC 9(9)  VALUE ZEROS.
               03  STK-Peak-Daily       PIC 9(7)  VALUE ZEROS.
               03  STK-Last-PO-Date     PIC 9(8)  VALUE ZEROS.
               03  STK-SupplierID       PIC X(5)  VALUE SPACES.

       01  STK-Idx                      PIC 99.

      * Demand per oil per day in the window, for the peak.
       01  Day-Demand-Table.
           02  Day-Demand-Entry OCCURS 5000 TIMES.
               03  DDT-OilNum           PIC 99.
               03  DDT-Date             PIC 9(8).
               03  DDT-Qty              PIC 9(7).

       01  Day-Demand-Count             PIC 9(4) VALUE ZEROS.
       01  DDT-Idx                      PIC 9(4).
       01  DDT-Found-Idx                PIC 9(4).
       01  Day-Table-Full-Switch        PIC X VALUE "N".
           88 Day-Table-Full            VALUE "Y".

       01  Supp-Lead-Table.
           02  Supp-Lead-Entry OCCURS 500 TIMES.
               03  SPL-SupplierID       PIC X(5).
               03  SPL-Lead-Days        PIC 999.

       01  Supp-Lead-Count              PIC 9(3) VALUE ZEROS.
       01  SPL-Idx                      PIC 9(3).

       01  Demand-OilNum                PIC 99.
       01  Demand-Date                  PIC 9(8).
       01  Demand-Qty                   PIC S9(7).

       01  Avg-Daily                    PIC 9(5)V99.
       01  Lead-Days                    PIC 999.
       01  Safety-Stock                 PIC 9(7)V99.
       01  New-Level                    PIC 9(5).
       01  New-Qty                      PIC 9(5).
       01  Proposals-Written            PIC 99 VALUE ZEROS.

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

       01  ReordProp-Heading-Line       PIC X(60) VALUE
           "     DEMAND-BASED REORDER LEVEL PROPOSALS".

       01  ReordProp-Parm-Line.
           02  FILLER                   PIC X(17) VALUE
               " DEMAND FROM  : ".
           02  Prn-Window-Start         PIC 9(8).
           02  FILLER                   PIC X(6) VALUE "  TO ".
           02  Prn-Business-Date        PIC 9(8).
           02  FILLER                   PIC X(17) VALUE
               "  SAFETY FACTOR ".
           02  Prn-Safety-Factor        PIC 9.99.
           02  FILLER                   PIC X(14) VALUE
               "  COVER DAYS ".
           02  Prn-Cover-Days           PIC ZZ9.

       01  ReordProp-Topic-Line         PIC X(90) VALUE
           " OIL    ON-HAND AVG/DAY  PEAK/DAY LEAD  LEVEL NOW PROPOSED  
      -    "  QTY NOW PROPOSED".

       01  ReordProp-Detail-Line.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-OilNum               PIC Z9.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-OnHand               PIC ZZZZ,ZZ9-.
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Avg-Daily            PIC ZZZZ9.99.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Peak-Daily           PIC ZZZZZZ9.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Lead-Days            PIC ZZ9.
           02  FILLER                   PIC X(5)  VALUE SPACES.
           02  Prn-Cur-Level            PIC ZZ,ZZ9.
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  Prn-New-Level            PIC ZZ,ZZ9.
           02  FILLER                   PIC X(5)  VALUE SPACES.
           02  Prn-Cur-Qty              PIC ZZ,ZZ9.
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  Prn-New-Qty              PIC ZZ,ZZ9.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Change-Flag          PIC X(6).

       01  ReordProp-Total-Line.
           02  FILLER                   PIC X(30) VALUE
               " CHANGES AWAITING APPROVAL : ".
           02  Prn-Proposals-Written    PIC Z9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-PARAMETERS.
           PERFORM 1100-LOAD-STOCK-LEDGER.
           PERFORM 1200-LOAD-SUPPLIER-LEAD-TIMES.
           PERFORM 1300-FIND-LAST-SUPPLIERS.
           PERFORM 2000-SCAN-SALE-HISTORY.
           PERFORM 2100-SCAN-BLEND-HISTORY.
           PERFORM 2200-SCAN-UNPOSTED-BLENDS.
           PERFORM 3000-PROPOSE-AND-PRINT.
           DISPLAY "REORDER CHANGES PROPOSED: " Proposals-Written.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-PARAMETERS.
           OPEN INPUT ReordParmFile.
           IF WS-ReordParm-File-Status = "00"
               READ ReordParmFile
                   NOT AT END
                       IF ReordParm-Window-Months IS NUMERIC
                           AND ReordParm-Window-Months > ZERO
                           MOVE ReordParm-Window-Months
                               TO Window-Months
                       END-IF
                       IF ReordParm-Safety-Factor IS NUMERIC
                           MOVE ReordParm-Safety-Factor
                               TO Safety-Factor
                       END-IF
                       IF ReordParm-Lead-Days IS NUMERIC
                           AND ReordParm-Lead-Days > ZERO
                           MOVE ReordParm-Lead-Days
                               TO Default-Lead-Days
                       END-IF
                       IF ReordParm-Cover-Days IS NUMERIC
                           AND ReordParm-Cover-Days > ZERO
                           MOVE ReordParm-Cover-Days TO Cover-Days
                       END-IF
               END-READ
               CLOSE ReordParmFile
           ELSE
               DISPLAY "WARNING: REORDPARM.DAT NOT AVAILABLE - "
                   "USING THE DEFAULT WINDOW AND FACTORS"
           END-IF.
      * The window opens the business date rolled back a month at
      * a time, the SalesEdit idiom, and its length in days is the
      * divisor for the average.
           MOVE Business-Date TO Window-Start.
           PERFORM VARYING Shift-Idx FROM 1 BY 1
               UNTIL Shift-Idx > Window-Months
               IF WST-Month > 1
                   SUBTRACT 1 FROM WST-Month
               ELSE
                   MOVE 12 TO WST-Month
                   SUBTRACT 1 FROM WST-Year
               END-IF
           END-PERFORM.
           MOVE Window-Start TO Diff-Date-1.
           MOVE Business-Date TO Diff-Date-2.
           PERFORM 2960-ROUGH-DAY-DIFF.
           IF Date-Diff-Days < 1
               MOVE 1 TO Window-Days
           ELSE
               MOVE Date-Diff-Days TO Window-Days
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
                       IF Stock-Reorder-Qty IS NUMERIC
                           MOVE Stock-Reorder-Qty
                               TO STK-Reorder-Qty(Stock-OilNum)
                       END-IF
                       MOVE "Y" TO STK-In-Use(Stock-OilNum)
                   END-IF
                   READ StockLedgerFile
                       AT END SET EndOfStockLedgerFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StockLedgerFile
           ELSE
               DISPLAY "STOCKLED.DAT NOT AVAILABLE - NOTHING TO "
                   "REVIEW"
           END-IF.

       1200-LOAD-SUPPLIER-LEAD-TIMES.
           OPEN INPUT SuppMasterFile.
           IF WS-SuppMaster-File-Status = "00"
               READ SuppMasterFile
                   AT END SET EndOfSuppMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSuppMasterFile
                   IF Supp-Lead-Count < 500
                       ADD 1 TO Supp-Lead-Count
                       MOVE SuppMast-SupplierID
                           TO SPL-SupplierID(Supp-Lead-Count)
                       IF SuppMast-Lead-Days IS NUMERIC
                           MOVE SuppMast-Lead-Days
                               TO SPL-Lead-Days(Supp-Lead-Count)
                       ELSE
                           MOVE ZEROS
                               TO SPL-Lead-Days(Supp-Lead-Count)
                       END-IF
                   END-IF
                   READ SuppMasterFile
                       AT END SET EndOfSuppMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SuppMasterFile
           ELSE
               DISPLAY "WARNING: SUPPMAST.DAT NOT AVAILABLE - "
                   "DEFAULT LEAD TIME THROUGHOUT"
           END-IF.

      * The oil's supplier is whoever it was last ordered from.
       1300-FIND-LAST-SUPPLIERS.
           OPEN INPUT PoFile.
           IF WS-Po-File-Status = "00"
               READ PoFile
                   AT END SET EndOfPoFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfPoFile
                   IF PO-OilNum IS NUMERIC
                       AND PO-OilNum > ZERO AND PO-OilNum <= 30
                       AND PO-Order-Date
                           >= STK-Last-PO-Date(PO-OilNum)
                       MOVE PO-Order-Date
                           TO STK-Last-PO-Date(PO-OilNum)
                       MOVE PO-SupplierID
                           TO STK-SupplierID(PO-OilNum)
                   END-IF
                   READ PoFile
                       AT END SET EndOfPoFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PoFile
           END-IF.

       2000-SCAN-SALE-HISTORY.
           OPEN INPUT SaleHistFile.
           IF WS-SaleHist-File-Status = "00"
               READ SaleHistFile
                   AT END SET EndOfSaleHistFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSaleHistFile
                   IF SHK-OilNum IS NUMERIC
                       AND SHK-UnitsSold > ZERO
                       MOVE SHK-OilNum TO Demand-OilNum
                       MOVE SHK-Trans-Date TO Demand-Date
                       COMPUTE Demand-Qty =
                           SHK-UnitSize * SHK-UnitsSold
                       PERFORM 2500-TAKE-DEMAND
                   END-IF
                   READ SaleHistFile
                       AT END SET EndOfSaleHistFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SaleHistFile
           ELSE
               DISPLAY "WARNING: SALEHIST.DAT NOT AVAILABLE - "
                   "NO SALES DEMAND"
           END-IF.

       2100-SCAN-BLEND-HISTORY.
           OPEN INPUT BlendHistFile.
           IF WS-BlendHist-File-Status = "00"
               READ BlendHistFile
                   AT END SET EndOfBlendHistFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfBlendHistFile
                   MOVE BlendHist-Component TO Demand-OilNum
                   MOVE BlendHist-Date TO Demand-Date
                   MOVE BlendHist-Qty TO Demand-Qty
                   PERFORM 2500-TAKE-DEMAND
                   READ BlendHistFile
                       AT END SET EndOfBlendHistFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BlendHistFile
           END-IF.

       2200-SCAN-UNPOSTED-BLENDS.
           OPEN INPUT BlendUseFile.
           IF WS-BlendUse-File-Status = "00"
               READ BlendUseFile
                   AT END SET EndOfBlendUseFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfBlendUseFile
                   MOVE BlendUse-Component TO Demand-OilNum
                   MOVE BlendUse-Date TO Demand-Date
                   MOVE BlendUse-Qty TO Demand-Qty
                   PERFORM 2500-TAKE-DEMAND
                   READ BlendUseFile
                       AT END SET EndOfBlendUseFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BlendUseFile
           END-IF.

      * One demand line inside the window onto the oil's total and
      * its day's total; the day's total sets the peak.
       2500-TAKE-DEMAND.
           IF Demand-OilNum IS NUMERIC
               AND Demand-OilNum > ZERO AND Demand-OilNum <= 30
               AND Demand-Qty > ZERO
               AND Demand-Date > Window-Start
               AND Demand-Date <= Business-Date
               ADD Demand-Qty TO STK-Demand-Total(Demand-OilNum)
               PERFORM 2600-FIND-OR-ADD-DAY
               IF DDT-Found-Idx > ZERO
                   ADD Demand-Qty TO DDT-Qty(DDT-Found-Idx)
                   IF DDT-Qty(DDT-Found-Idx)
                       > STK-Peak-Daily(Demand-OilNum)
                       MOVE DDT-Qty(DDT-Found-Idx)
                           TO STK-Peak-Daily(Demand-OilNum)
                   END-IF
               END-IF
           END-IF.

       2600-FIND-OR-ADD-DAY.
           MOVE ZEROS TO DDT-Found-Idx.
           PERFORM VARYING DDT-Idx FROM 1 BY 1
               UNTIL DDT-Idx > Day-Demand-Count OR DDT-Found-Idx > ZERO
               IF DDT-OilNum(DDT-Idx) = Demand-OilNum
                   AND DDT-Date(DDT-Idx) = Demand-Date
                   MOVE DDT-Idx TO DDT-Found-Idx
               END-IF
           END-PERFORM.
           IF DDT-Found-Idx = ZERO
               IF Day-Demand-Count < 5000
                   ADD 1 TO Day-Demand-Count
                   MOVE Day-Demand-Count TO DDT-Found-Idx
                   MOVE Demand-OilNum TO DDT-OilNum(DDT-Found-Idx)
                   MOVE Demand-Date TO DDT-Date(DDT-Found-Idx)
                   MOVE ZEROS TO DDT-Qty(DDT-Found-Idx)
               ELSE
                   IF NOT Day-Table-Full
                       SET Day-Table-Full TO TRUE
                       DISPLAY "WARNING: DAILY DEMAND TABLE FULL - "
                           "PEAKS MAY BE UNDERSTATED"
                   END-IF
               END-IF
           END-IF.

      * Days between two YYYYMMDD dates by the 365/30 rule, the same
      * rough measure the payment-behaviour review uses.
       2960-ROUGH-DAY-DIFF.
           COMPUTE Date-Diff-Days =
               ((DD2-Year - DD1-Year) * 365)
               + ((DD2-Month - DD1-Month) * 30)
               + (DD2-Day - DD1-Day).

       3000-PROPOSE-AND-PRINT.
           OPEN OUTPUT ReordPropFile.
           OPEN OUTPUT ReordPropRep.
           WRITE ReordProp-Print-Line FROM ReordProp-Heading-Line
           AFTER ADVANCING 1 LINE.
           MOVE Window-Start TO Prn-Window-Start.
           MOVE Business-Date TO Prn-Business-Date.
           MOVE Safety-Factor TO Prn-Safety-Factor.
           MOVE Cover-Days TO Prn-Cover-Days.
           WRITE ReordProp-Print-Line FROM ReordProp-Parm-Line
           AFTER ADVANCING 1 LINE.
           WRITE ReordProp-Print-Line FROM ReordProp-Topic-Line
           AFTER ADVANCING 2 LINES.
           PERFORM VARYING STK-Idx FROM 1 BY 1
               UNTIL STK-Idx > 30
               IF STK-Is-In-Use(STK-Idx)
                   PERFORM 3100-PROPOSE-ONE-OIL
               END-IF
           END-PERFORM.
           MOVE Proposals-Written TO Prn-Proposals-Written.
           WRITE ReordProp-Print-Line FROM ReordProp-Total-Line
           AFTER ADVANCING 2 LINES.
           CLOSE ReordPropFile, ReordPropRep.

      * Level = average daily demand over the lead time, plus the
      * safety stock: how far the peak day outruns the average,
      * across the lead time, times the safety factor. Quantity =
      * average daily demand over the cover days. An oil with no
      * demand in the window is proposed down to zero.
       3100-PROPOSE-ONE-OIL.
           COMPUTE Avg-Daily ROUNDED =
               STK-Demand-Total(STK-Idx) / Window-Days
               ON SIZE ERROR MOVE 99999.99 TO Avg-Daily
           END-COMPUTE.
           MOVE Default-Lead-Days TO Lead-Days.
           IF STK-SupplierID(STK-Idx) NOT = SPACES
               PERFORM VARYING SPL-Idx FROM 1 BY 1
                   UNTIL SPL-Idx > Supp-Lead-Count
                   IF SPL-SupplierID(SPL-Idx) = STK-SupplierID(STK-Idx)
                       AND SPL-Lead-Days(SPL-Idx) > ZERO
                       MOVE SPL-Lead-Days(SPL-Idx) TO Lead-Days
                   END-IF
               END-PERFORM
           END-IF.
           MOVE ZEROS TO Safety-Stock.
           IF STK-Peak-Daily(STK-Idx) > Avg-Daily
               COMPUTE Safety-Stock ROUNDED =
                   (STK-Peak-Daily(STK-Idx) - Avg-Daily)
                   * Lead-Days * Safety-Factor
                   ON SIZE ERROR MOVE 9999999.99 TO Safety-Stock
               END-COMPUTE
           END-IF.
           COMPUTE New-Level ROUNDED =
               (Avg-Daily * Lead-Days) + Safety-Stock
               ON SIZE ERROR MOVE 99999 TO New-Level
           END-COMPUTE.
           COMPUTE New-Qty ROUNDED = Avg-Daily * Cover-Days
               ON SIZE ERROR MOVE 99999 TO New-Qty
           END-COMPUTE.
           MOVE SPACES TO Prn-Change-Flag.
           IF New-Level NOT = STK-Reorder-Level(STK-Idx)
               OR New-Qty NOT = STK-Reorder-Qty(STK-Idx)
               MOVE "CHANGE" TO Prn-Change-Flag
               MOVE SPACES TO ReordProp-Rec
               MOVE STK-Idx TO Prop-OilNum
               MOVE Business-Date TO Prop-Run-Date
               MOVE STK-Reorder-Level(STK-Idx) TO Prop-Cur-Level
               MOVE New-Level TO Prop-New-Level
               MOVE STK-Reorder-Qty(STK-Idx) TO Prop-Cur-Qty
               MOVE New-Qty TO Prop-New-Qty
               MOVE Avg-Daily TO Prop-Avg-Daily
               MOVE STK-Peak-Daily(STK-Idx) TO Prop-Peak-Daily
               MOVE Lead-Days TO Prop-Lead-Days
               MOVE "P" TO Prop-Status
               WRITE ReordProp-Rec
               ADD 1 TO Proposals-Written
           END-IF.
           MOVE STK-Idx TO Prn-OilNum.
           MOVE STK-OnHand(STK-Idx) TO Prn-OnHand.
           MOVE Avg-Daily TO Prn-Avg-Daily.
           MOVE STK-Peak-Daily(STK-Idx) TO Prn-Peak-Daily.
           MOVE Lead-Days TO Prn-Lead-Days.
           MOVE STK-Reorder-Level(STK-Idx) TO Prn-Cur-Level.
           MOVE New-Level TO Prn-New-Level.
           MOVE STK-Reorder-Qty(STK-Idx) TO Prn-Cur-Qty.
           MOVE New-Qty TO Prn-New-Qty.
           WRITE ReordProp-Print-Line FROM ReordProp-Detail-Line
           AFTER ADVANCING 1 LINE.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="REORDCALC"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM ReordCalc.
