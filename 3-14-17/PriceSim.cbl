      ******************************************************************
      * Author:
      * Date:
      * Purpose: Price-change impact simulation. Before a proposed
      *          OILPRICE.DAT change is approved, this what-if run
      *          re-prices the last twelve months of SALEHIST.DAT
      *          volumes at the proposed rates and shows what the
      *          change is worth. The proposal is the PRCSCEN.DAT
      *          scenario of percentage changes by oil when one is
      *          on site (oil 00 covers every oil without a row of
      *          its own); otherwise it is the new rate of each
      *          change or add still pending approval on PENDPRC.DAT,
      *          the latest-dated where an oil has several. Every
      *          line is valued twice - as billed, at the list rate
      *          in effect on its sale date, and as proposed - each
      *          time through the CONTRACT.DAT override, PROMO.DAT
      *          campaigns and PACKSIZE.DAT factor in the order
      *          InvoiceGen bills by, and costed at the STOCKLED.DAT
      *          moving-average unit cost as MarginRpt does. So a
      *          contract customer's lines do not move with the list
      *          rate. PRICESIM.RPT gives the revenue and margin
      *          impact by oil, by CUSTMAST.DAT region and by
      *          customer, then lists every contract price agreed
      *          below the oil's unit cost, beside the proposed list
      *          rate it would now sit under. Nothing is updated.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PriceSim.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SaleHistFile ASSIGN TO "SALEHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SaleHist-File-Status.

       SELECT OilPriceFile ASSIGN TO "OILPRICE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OilPrice-File-Status.

       SELECT PendPriceFile ASSIGN TO "PENDPRC.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PendPrice-File-Status.

      * One row per oil: the percentage change proposed to its list
      * rate. When present it is used instead of PENDPRC.DAT.
       SELECT ScenarioFile ASSIGN TO "PRCSCEN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Scenario-File-Status.

       SELECT ContractPriceFile ASSIGN TO "CONTRACT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Contract-File-Status.

       SELECT PackSizeFile ASSIGN TO "PACKSIZE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PackSize-File-Status.

       SELECT CustMasterFile ASSIGN TO "CUSTMAST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS CustMast-CustomerID
                 FILE STATUS IS WS-CustMaster-File-Status.

       SELECT PromoFile ASSIGN TO "PROMO.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Promo-File-Status.

       SELECT StockLedgerFile ASSIGN TO "STOCKLED.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-StockLedger-File-Status.

       SELECT PriceSimRep ASSIGN TO "PRICESIM.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
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

       FD OilPriceFile.
       01 OilPrice-Rec.
           88 EndOfOilPriceFile   VALUE HIGH-VALUES.
           02  OilPrice-OilNum        PIC 99.
           02  FILLER                 PIC X.
           02  OilPrice-Cost          PIC 9(3)V99.
           02  FILLER                 PIC X.
           02  OilPrice-Eff-Date      PIC X(8).
           02  OilPrice-Eff-Date-N REDEFINES OilPrice-Eff-Date
                                      PIC 9(8).

       FD PendPriceFile.
       01 PendPrice-Rec.
           88 EndOfPendPriceFile   VALUE HIGH-VALUES.
           02  Pend-Status               PIC X.
               88 Pend-Is-Pending        VALUE "P".
           02  FILLER                    PIC X.
           02  Pend-Action               PIC X.
               88 Pend-Sets-A-Rate       VALUE "A", "C".
           02  FILLER                    PIC X.
           02  Pend-OilNum               PIC 99.
           02  FILLER                    PIC X.
           02  Pend-Eff-Date             PIC 9(8).
           02  FILLER                    PIC X.
           02  Pend-Old-Cost             PIC 9(3)V99.
           02  FILLER                    PIC X.
           02  Pend-New-Cost             PIC 9(3)V99.
           02  FILLER                    PIC X.
           02  Pend-Requested-By         PIC X(5).
           02  FILLER                    PIC X.
           02  Pend-Request-Date         PIC 9(8).
           02  FILLER                    PIC X.
           02  Pend-Approved-By          PIC X(5).

      * Change as a signed percentage, e.g. 0500+ is 5% up and
      * 0250- is 2.5% down.
       FD ScenarioFile.
       01 Scenario-Rec.
           88 EndOfScenarioFile    VALUE HIGH-VALUES.
           02  Scen-OilNum            PIC 99.
           02  FILLER                 PIC X.
           02  Scen-Change-Pct        PIC S99V99
               SIGN IS TRAILING SEPARATE.

       FD ContractPriceFile.
       01 ContractPrice-Rec.
           88 EndOfContractPriceFile   VALUE HIGH-VALUES.
           02  Contract-CustomerID      PIC X(5).
           02  FILLER                   PIC X.
           02  Contract-OilNum          PIC 99.
           02  FILLER                   PIC X.
           02  Contract-Price           PIC 9(3)V99.

       FD PackSizeFile.
       01 PackSize-Rec.
           88 EndOfPackSizeFile   VALUE HIGH-VALUES.
           02  PackSize-OilNum        PIC 99.
           02  FILLER                 PIC X.
           02  PackSize-Size          PIC 99.
           02  FILLER                 PIC X.
           02  PackSize-Factor        PIC 9V999.

       FD CustMasterFile.
       01 CustMast-Rec.
           88 EndOfCustMasterFile   VALUE HIGH-VALUES.
           02  CustMast-CustomerID      PIC X(5).
           02  FILLER                   PIC X.
           02  CustMast-Region          PIC X(10).
           02  FILLER                   PIC X(65).

       FD PromoFile.
       01 Promo-Rec.
           88 EndOfPromoFile           VALUE HIGH-VALUES.
           02  Promo-ID                 PIC X(4).
           02  FILLER                   PIC X.
           02  Promo-Oil-From           PIC 99.
           02  FILLER                   PIC X.
           02  Promo-Oil-To             PIC 99.
           02  FILLER                   PIC X.
           02  Promo-Region             PIC X(10).
           02  FILLER                   PIC X.
           02  Promo-Disc-Type          PIC X.
           02  FILLER                   PIC X.
           02  Promo-Disc-Value         PIC 9(3)V99.
           02  FILLER                   PIC X.
           02  Promo-Start-Date         PIC 9(8).
           02  FILLER                   PIC X.
           02  Promo-End-Date           PIC 9(8).

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

       FD PriceSimRep.
       01 PriceSim-Print-Line         PIC X(80).

       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-SaleHist-File-Status      PIC XX.
       01  WS-OilPrice-File-Status      PIC XX.
       01  WS-PendPrice-File-Status     PIC XX.
       01  WS-Scenario-File-Status      PIC XX.
       01  WS-Contract-File-Status      PIC XX.
       01  WS-PackSize-File-Status      PIC XX.
       01  WS-CustMaster-File-Status    PIC XX.
       01  WS-Promo-File-Status         PIC XX.
       01  WS-StockLedger-File-Status   PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Window-Start                 PIC 9(8).
       01  Window-Start-F REDEFINES Window-Start.
           02  WST-Year                 PIC 9(4).
           02  WST-Month                PIC 99.
           02  WST-Day                  PIC 99.

      * S scenario percentages, P pending approvals.
       01  Proposal-Source              PIC X VALUE "P".
           88 Proposal-From-Scenario    VALUE "S".
           88 Proposal-From-Pending     VALUE "P".
       01  Proposals-Loaded             PIC 99 VALUE ZEROS.

      * The proposal per oil: a new rate from PENDPRC.DAT, or a
      * percentage from the scenario.
       01  Proposal-Table.
           02  Proposal-Entry OCCURS 30 TIMES.
               03  PRP-Switch           PIC X     VALUE "N".
                   88 PRP-Is-Proposed   VALUE "Y".
               03  PRP-New-Rate         PIC 9(3)V99 VALUE ZEROS.
               03  PRP-Eff-Date         PIC 9(8)  VALUE ZEROS.
               03  PRP-Change-Pct       PIC S99V99 VALUE ZEROS.
       01  All-Oils-Switch              PIC X VALUE "N".
           88 All-Oils-Proposed         VALUE "Y".
       01  All-Oils-Change-Pct          PIC S99V99 VALUE ZEROS.

       01  Oil-Price-History.
           02  Oil-Price-Hist-Entry OCCURS 200 TIMES.
               03  OPH-OilNum          PIC 99.
               03  OPH-Eff-Date        PIC 9(8).
               03  OPH-Cost            PIC 9(3)V99.
       01  Oil-Price-Hist-Count        PIC 9(3) VALUE ZEROS.
       01  OPH-Idx                     PIC 9(3).
       01  OPH-Found                   PIC X VALUE "N".
           88 OPH-Was-Found            VALUE "Y".
       01  Lookup-Oil-Num              PIC 99.
       01  Lookup-Price-Date           PIC 9(8).
       01  Lookup-Best-Date            PIC 9(8).
       01  Oil-Cost-For-Line           PIC 9(3)V99.
       01  Current-List-Rate           PIC 9(3)V99.

      * The list rate each oil would carry once the proposal is in,
      * for the contract comparison.
       01  Proposed-List-Table.
           02  Proposed-List-Rate      PIC 9(3)V99 OCCURS 30 TIMES
                                       VALUE ZEROS.

       01  Contract-Price-Table.
           02  Contract-Price-Entry OCCURS 200 TIMES.
               03  CPT-CustomerID      PIC X(5).
               03  CPT-OilNum          PIC 99.
               03  CPT-Price           PIC 9(3)V99.
               03  CPT-Qty-Sold        PIC S9(7).
       01  Contract-Price-Count        PIC 9(3) VALUE ZEROS.
       01  CPT-Idx                     PIC 9(3).
       01  CPT-Found-Idx               PIC 9(3).
       01  Contracts-Below-Cost        PIC 9(3) VALUE ZEROS.

       01  Cust-Region-Table.
           02  Cust-Region-Entry OCCURS 5000 TIMES.
               03  CRG-CustomerID      PIC X(5).
               03  CRG-Region          PIC X(10).
       01  Cust-Region-Count           PIC 9(4) VALUE ZEROS.
       01  CRG-Idx                     PIC 9(4).
       01  Line-Region                 PIC X(10).

       01  Promo-Table.
           02  Promo-Entry OCCURS 50 TIMES.
               03  PRM-ID              PIC X(4).
               03  PRM-Oil-From        PIC 99.
               03  PRM-Oil-To          PIC 99.
               03  PRM-Region          PIC X(10).
               03  PRM-Disc-Type       PIC X.
               03  PRM-Disc-Value      PIC 9(3)V99.
               03  PRM-Start-Date      PIC 9(8).
               03  PRM-End-Date        PIC 9(8).
       01  Promo-Count                 PIC 99 VALUE ZEROS.
       01  PRM-Idx                     PIC 99.

       01  Pack-Size-Table.
           02  Pack-Size-Entry OCCURS 200 TIMES.
               03  PSZ-OilNum          PIC 99.
               03  PSZ-Size            PIC 99.
               03  PSZ-Factor          PIC 9V999.
       01  Pack-Size-Count             PIC 9(3) VALUE ZEROS.
       01  PSZ-Idx                     PIC 9(3).
       01  Pack-Factor-For-Line        PIC 9V999.

       01  Unit-Cost-Table.
           02  Unit-Cost-Entry         PIC 9(5)V99 OCCURS 30 TIMES
                                       VALUE ZEROS.

       01  Sale-Qty-Sold               PIC S99999.
       01  Current-Value-Of-Line       PIC S9(7)V99.
       01  Proposed-Value-Of-Line      PIC S9(7)V99.
       01  Cost-Of-Line                PIC S9(9)V99.
       01  Lines-Valued                PIC 9(7) VALUE ZEROS.

      * Impact totals, kept alike by oil, region and customer.
       01  Oil-Impact-Table.
           02  Oil-Impact-Entry OCCURS 30 TIMES.
               03  OIM-In-Use          PIC X VALUE "N".
                   88 OIM-Is-In-Use    VALUE "Y".
               03  OIM-Current-Value   PIC S9(9)V99 VALUE ZEROS.
               03  OIM-Proposed-Value  PIC S9(9)V99 VALUE ZEROS.
               03  OIM-Cost-Value      PIC S9(9)V99 VALUE ZEROS.
       01  OIM-Idx                     PIC 99.

       01  Region-Impact-Table.
           02  Region-Impact-Entry OCCURS 20 TIMES.
               03  RIM-Region          PIC X(10).
               03  RIM-Current-Value   PIC S9(9)V99.
               03  RIM-Proposed-Value  PIC S9(9)V99.
               03  RIM-Cost-Value      PIC S9(9)V99.
       01  Region-Impact-Count         PIC 99 VALUE ZEROS.
       01  RIM-Idx                     PIC 99.
       01  RIM-Found-Idx               PIC 99.

       01  Cust-Impact-Table.
           02  Cust-Impact-Entry OCCURS 5000 TIMES.
               03  CIM-CustomerID      PIC X(5).
               03  CIM-Current-Value   PIC S9(9)V99.
               03  CIM-Proposed-Value  PIC S9(9)V99.
               03  CIM-Cost-Value      PIC S9(9)V99.
       01  Cust-Impact-Count           PIC 9(4) VALUE ZEROS.
       01  CIM-Idx                     PIC 9(4).
       01  CIM-Found-Idx               PIC 9(4).

       01  Total-Current-Value         PIC S9(9)V99 VALUE ZEROS.
       01  Total-Proposed-Value        PIC S9(9)V99 VALUE ZEROS.
       01  Total-Cost-Value            PIC S9(9)V99 VALUE ZEROS.

      * One report line's figures before editing.
       01  Print-Current-Value         PIC S9(9)V99.
       01  Print-Proposed-Value        PIC S9(9)V99.
       01  Print-Cost-Value            PIC S9(9)V99.

       01  PriceSim-Heading-Line       PIC X(80) VALUE
           "       PRICE-CHANGE IMPACT SIMULATION".

       01  PriceSim-Parm-Line.
           02  FILLER                  PIC X(16) VALUE
               " SALES FROM   : ".
           02  Prn-Window-Start        PIC 9(8).
           02  FILLER                  PIC X(4)  VALUE " TO ".
           02  Prn-Business-Date       PIC 9(8).
           02  FILLER                  PIC X(16) VALUE
               "   PROPOSAL :   ".
           02  Prn-Proposal-Source     PIC X(28).

       01  PriceSim-Proposal-Title-Line PIC X(80) VALUE
           " PROPOSED LIST RATES".

       01  PriceSim-Proposal-Line.
           02  FILLER                  PIC X(5)  VALUE "  OIL".
           02  FILLER                  PIC X     VALUE SPACE.
           02  Prn-Prop-OilNum         PIC 99.
           02  FILLER                  PIC X(12) VALUE
               "   CHANGE % ".
           02  Prn-Prop-Change-Pct     PIC ZZ9.99-.
           02  FILLER                  PIC X(12) VALUE
               "   NEW RATE ".
           02  Prn-Prop-New-Rate       PIC ZZ9.99.
           02  FILLER                  PIC X(12) VALUE
               "   EFFECTIVE".
           02  FILLER                  PIC X     VALUE SPACE.
           02  Prn-Prop-Eff-Date       PIC X(8).

       01  PriceSim-No-Proposal-Line   PIC X(80) VALUE
           " NO PRICE CHANGE PROPOSED - EVERY LINE RE-PRICES AS BILLED".

       01  PriceSim-Oil-Section-Line   PIC X(80) VALUE
           " IMPACT BY OIL".

       01  PriceSim-Region-Section-Line PIC X(80) VALUE
           " IMPACT BY REGION".

       01  PriceSim-Cust-Section-Line  PIC X(80) VALUE
           " IMPACT BY CUSTOMER".

       01  PriceSim-Topic-Line.
           02  FILLER                  PIC X(38) VALUE
               " ACCOUNT     REVENUE NOW  REVENUE NEW".
           02  FILLER                  PIC X(42) VALUE
               "   REVENUE +/-    MARGIN NOW   MARGIN NEW".

       01  PriceSim-Detail-Line.
           02  FILLER                  PIC X     VALUE SPACE.
           02  Prn-Account             PIC X(10).
           02  Prn-Current-Value       PIC Z,ZZZ,ZZ9.99-.
           02  FILLER                  PIC X     VALUE SPACE.
           02  Prn-Proposed-Value      PIC Z,ZZZ,ZZ9.99-.
           02  FILLER                  PIC X     VALUE SPACE.
           02  Prn-Revenue-Change      PIC Z,ZZZ,ZZ9.99-.
           02  FILLER                  PIC X     VALUE SPACE.
           02  Prn-Current-Margin      PIC Z,ZZZ,ZZ9.99-.
           02  FILLER                  PIC X     VALUE SPACE.
           02  Prn-Proposed-Margin     PIC Z,ZZZ,ZZ9.99-.

       01  PriceSim-Contract-Section-Line PIC X(80) VALUE
           " CONTRACT PRICES BELOW COST".

       01  PriceSim-Contract-Topic-Line.
           02  FILLER                  PIC X(40) VALUE
               " CUSTOMER  OIL  CONTRACT   UNIT COST".
           02  FILLER                  PIC X(40) VALUE
               "  PROPOSED LIST   QTY SOLD".

       01  PriceSim-Contract-Line.
           02  FILLER                  PIC X     VALUE SPACE.
           02  Prn-Contract-CustomerID PIC X(5).
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  Prn-Contract-OilNum     PIC 99.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Contract-Price      PIC ZZZ9.99.
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  Prn-Contract-Unit-Cost  PIC ZZZZ9.99.
           02  FILLER                  PIC X(8)  VALUE SPACES.
           02  Prn-Contract-List-Rate  PIC ZZ9.99.
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  Prn-Contract-Qty        PIC Z,ZZZ,ZZ9-.

       01  PriceSim-No-Contract-Line   PIC X(80) VALUE
           " NONE".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           MOVE Business-Date TO Window-Start.
           SUBTRACT 1 FROM WST-Year.
           PERFORM 1000-LOAD-OIL-PRICES.
           PERFORM 1100-LOAD-PROPOSAL.
           PERFORM 1200-LOAD-CONTRACT-PRICES.
           PERFORM 1300-LOAD-CUSTOMER-REGIONS.
           PERFORM 1400-LOAD-PROMOTIONS.
           PERFORM 1500-LOAD-PACK-SIZES.
           PERFORM 1600-LOAD-UNIT-COSTS.
           PERFORM 2000-VALUE-SALES-LINES.
           PERFORM 3000-PRINT-REPORT.
           DISPLAY "SALES LINES RE-PRICED: " Lines-Valued
               " CONTRACTS BELOW COST: " Contracts-Below-Cost.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-OIL-PRICES.
           OPEN INPUT OilPriceFile.
           IF WS-OilPrice-File-Status = "00"
               READ OilPriceFile
                   AT END SET EndOfOilPriceFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOilPriceFile
      * The NUMERIC test skips the "T" control-total trailer row.
                   IF OilPrice-OilNum IS NUMERIC
                       AND OilPrice-OilNum > ZERO
                       AND OilPrice-OilNum <= 30
                       AND Oil-Price-Hist-Count < 200
                       ADD 1 TO Oil-Price-Hist-Count
                       MOVE OilPrice-OilNum
                           TO OPH-OilNum(Oil-Price-Hist-Count)
                       MOVE OilPrice-Cost
                           TO OPH-Cost(Oil-Price-Hist-Count)
                       IF OilPrice-Eff-Date-N IS NUMERIC
                           MOVE OilPrice-Eff-Date-N
                               TO OPH-Eff-Date(Oil-Price-Hist-Count)
                       ELSE
                           MOVE ZEROS
                               TO OPH-Eff-Date(Oil-Price-Hist-Count)
                       END-IF
                   END-IF
                   READ OilPriceFile
                       AT END SET EndOfOilPriceFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OilPriceFile
           ELSE
               DISPLAY "WARNING: OILPRICE.DAT NOT AVAILABLE - "
                   "LIST-PRICED LINES VALUE AT ZERO"
           END-IF.

       1050-LOOKUP-OIL-PRICE.
           MOVE ZEROS TO Oil-Cost-For-Line.
           MOVE ZEROS TO Lookup-Best-Date.
           MOVE "N" TO OPH-Found.
           PERFORM VARYING OPH-Idx FROM 1 BY 1
               UNTIL OPH-Idx > Oil-Price-Hist-Count
               IF OPH-OilNum(OPH-Idx) = Lookup-Oil-Num
                   AND OPH-Eff-Date(OPH-Idx) <= Lookup-Price-Date
                   IF NOT OPH-Was-Found
                       OR OPH-Eff-Date(OPH-Idx) >= Lookup-Best-Date
                       MOVE "Y" TO OPH-Found
                       MOVE OPH-Eff-Date(OPH-Idx) TO Lookup-Best-Date
                       MOVE OPH-Cost(OPH-Idx) TO Oil-Cost-For-Line
                   END-IF
               END-IF
           END-PERFORM.

      * The rate as it would be under the proposal: the pending new
      * rate outright, or the scenario percentage on the rate in
      * force. An oil the proposal leaves alone keeps its rate.
       1060-APPLY-PROPOSAL.
           IF PRP-Is-Proposed(Lookup-Oil-Num)
               IF Proposal-From-Pending
                   MOVE PRP-New-Rate(Lookup-Oil-Num)
                       TO Oil-Cost-For-Line
               ELSE
                   COMPUTE Oil-Cost-For-Line ROUNDED =
                       Oil-Cost-For-Line *
                       (1 + (PRP-Change-Pct(Lookup-Oil-Num) / 100))
               END-IF
           END-IF.

       1070-APPLY-CONTRACT-PRICE.
           MOVE ZEROS TO CPT-Found-Idx.
           PERFORM VARYING CPT-Idx FROM 1 BY 1
               UNTIL CPT-Idx > Contract-Price-Count
               IF CPT-CustomerID(CPT-Idx) = SHK-CustomerID
                   AND CPT-OilNum(CPT-Idx) = Lookup-Oil-Num
                   MOVE CPT-Price(CPT-Idx) TO Oil-Cost-For-Line
                   MOVE CPT-Idx TO CPT-Found-Idx
               END-IF
           END-PERFORM.

      * Any campaign in window discounts the rate the contract or
      * list lookup settled on, as InvoiceGen prices.
       1080-APPLY-PROMO-PRICE.
           PERFORM VARYING PRM-Idx FROM 1 BY 1
               UNTIL PRM-Idx > Promo-Count
               IF Lookup-Oil-Num >= PRM-Oil-From(PRM-Idx)
                   AND Lookup-Oil-Num <= PRM-Oil-To(PRM-Idx)
                   AND Lookup-Price-Date >= PRM-Start-Date(PRM-Idx)
                   AND Lookup-Price-Date <= PRM-End-Date(PRM-Idx)
                   AND (PRM-Region(PRM-Idx) = SPACES
                       OR PRM-Region(PRM-Idx) = Line-Region)
                   IF PRM-Disc-Type(PRM-Idx) = "P"
                       COMPUTE Oil-Cost-For-Line ROUNDED =
                           Oil-Cost-For-Line *
                           (1 - (PRM-Disc-Value(PRM-Idx) / 100))
                   ELSE
                       IF PRM-Disc-Value(PRM-Idx)
                           < Oil-Cost-For-Line
                           SUBTRACT PRM-Disc-Value(PRM-Idx)
                               FROM Oil-Cost-For-Line
                       ELSE
                           MOVE ZEROS TO Oil-Cost-For-Line
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       1090-FIND-PACK-FACTOR.
           MOVE 1.000 TO Pack-Factor-For-Line.
           PERFORM VARYING PSZ-Idx FROM 1 BY 1
               UNTIL PSZ-Idx > Pack-Size-Count
               IF PSZ-OilNum(PSZ-Idx) = Lookup-Oil-Num
                   AND PSZ-Size(PSZ-Idx) = SHK-UnitSize
                   MOVE PSZ-Factor(PSZ-Idx) TO Pack-Factor-For-Line
               END-IF
           END-PERFORM.

      * The scenario wins when it is on site; otherwise each pending
      * add or change is the proposal for its oil, the latest
      * effective date where there are several. A pending delete
      * proposes no rate of its own.
       1100-LOAD-PROPOSAL.
           OPEN INPUT ScenarioFile.
           IF WS-Scenario-File-Status = "00"
               SET Proposal-From-Scenario TO TRUE
               PERFORM 1110-LOAD-SCENARIO
               CLOSE ScenarioFile
           ELSE
               OPEN INPUT PendPriceFile
               IF WS-PendPrice-File-Status = "00"
                   PERFORM 1120-LOAD-PENDING
                   CLOSE PendPriceFile
               ELSE
                   DISPLAY "WARNING: NEITHER PRCSCEN.DAT NOR "
                       "PENDPRC.DAT AVAILABLE - NO CHANGE TO SIMULATE"
               END-IF
           END-IF.
           PERFORM VARYING OIM-Idx FROM 1 BY 1 UNTIL OIM-Idx > 30
               MOVE OIM-Idx TO Lookup-Oil-Num
               MOVE Business-Date TO Lookup-Price-Date
               PERFORM 1050-LOOKUP-OIL-PRICE
               MOVE Oil-Cost-For-Line TO Current-List-Rate
               IF All-Oils-Proposed
                   AND NOT PRP-Is-Proposed(OIM-Idx)
                   AND OPH-Was-Found
                   MOVE "Y" TO PRP-Switch(OIM-Idx)
                   MOVE All-Oils-Change-Pct
                       TO PRP-Change-Pct(OIM-Idx)
               END-IF
               PERFORM 1060-APPLY-PROPOSAL
               MOVE Oil-Cost-For-Line TO Proposed-List-Rate(OIM-Idx)
               IF PRP-Is-Proposed(OIM-Idx)
                   ADD 1 TO Proposals-Loaded
                   IF Proposal-From-Scenario
                       MOVE Oil-Cost-For-Line TO PRP-New-Rate(OIM-Idx)
                   ELSE
                       IF Current-List-Rate > ZERO
                           COMPUTE PRP-Change-Pct(OIM-Idx) ROUNDED =
                               (PRP-New-Rate(OIM-Idx)
                                - Current-List-Rate) * 100
                               / Current-List-Rate
                               ON SIZE ERROR
                                   MOVE 99.99 TO PRP-Change-Pct(OIM-Idx)
                           END-COMPUTE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       1110-LOAD-SCENARIO.
           READ ScenarioFile
               AT END SET EndOfScenarioFile TO TRUE
           END-READ.
           PERFORM UNTIL EndOfScenarioFile
               IF Scen-OilNum IS NUMERIC
                   AND Scen-OilNum <= 30
                   AND Scen-Change-Pct IS NUMERIC
                   IF Scen-OilNum = ZERO
                       SET All-Oils-Proposed TO TRUE
                       MOVE Scen-Change-Pct TO All-Oils-Change-Pct
                   ELSE
                       MOVE "Y" TO PRP-Switch(Scen-OilNum)
                       MOVE Scen-Change-Pct
                           TO PRP-Change-Pct(Scen-OilNum)
                   END-IF
               ELSE
                   DISPLAY "WARNING: PRCSCEN.DAT ROW " Scenario-Rec
                       " IGNORED"
               END-IF
               READ ScenarioFile
                   AT END SET EndOfScenarioFile TO TRUE
               END-READ
           END-PERFORM.

       1120-LOAD-PENDING.
           READ PendPriceFile
               AT END SET EndOfPendPriceFile TO TRUE
           END-READ.
           PERFORM UNTIL EndOfPendPriceFile
               IF Pend-Is-Pending
                   AND Pend-Sets-A-Rate
                   AND Pend-OilNum IS NUMERIC
                   AND Pend-OilNum > ZERO AND Pend-OilNum <= 30
                   AND Pend-New-Cost IS NUMERIC
                   IF NOT PRP-Is-Proposed(Pend-OilNum)
                       OR Pend-Eff-Date >= PRP-Eff-Date(Pend-OilNum)
                       MOVE "Y" TO PRP-Switch(Pend-OilNum)
                       MOVE Pend-New-Cost TO PRP-New-Rate(Pend-OilNum)
                       MOVE Pend-Eff-Date TO PRP-Eff-Date(Pend-OilNum)
                   END-IF
               END-IF
               READ PendPriceFile
                   AT END SET EndOfPendPriceFile TO TRUE
               END-READ
           END-PERFORM.

       1200-LOAD-CONTRACT-PRICES.
           OPEN INPUT ContractPriceFile.
           IF WS-Contract-File-Status = "00"
               READ ContractPriceFile
                   AT END SET EndOfContractPriceFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfContractPriceFile
                   IF Contract-OilNum > ZERO
                       AND Contract-OilNum <= 30
                       AND Contract-Price-Count < 200
                       ADD 1 TO Contract-Price-Count
                       MOVE Contract-CustomerID
                           TO CPT-CustomerID(Contract-Price-Count)
                       MOVE Contract-OilNum
                           TO CPT-OilNum(Contract-Price-Count)
                       MOVE Contract-Price
                           TO CPT-Price(Contract-Price-Count)
                       MOVE ZEROS TO CPT-Qty-Sold(Contract-Price-Count)
                   END-IF
                   READ ContractPriceFile
                       AT END SET EndOfContractPriceFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ContractPriceFile
           END-IF.

       1300-LOAD-CUSTOMER-REGIONS.
           OPEN INPUT CustMasterFile.
           IF WS-CustMaster-File-Status = "00"
               READ CustMasterFile
                   AT END SET EndOfCustMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCustMasterFile
                   IF Cust-Region-Count < 5000
                       ADD 1 TO Cust-Region-Count
                       MOVE CustMast-CustomerID
                           TO CRG-CustomerID(Cust-Region-Count)
                       MOVE CustMast-Region
                           TO CRG-Region(Cust-Region-Count)
                   END-IF
                   READ CustMasterFile
                       AT END SET EndOfCustMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CustMasterFile
           END-IF.

       1400-LOAD-PROMOTIONS.
           OPEN INPUT PromoFile.
           IF WS-Promo-File-Status = "00"
               READ PromoFile
                   AT END SET EndOfPromoFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfPromoFile
                   IF Promo-Count < 50
                       ADD 1 TO Promo-Count
                       MOVE Promo-ID TO PRM-ID(Promo-Count)
                       MOVE Promo-Oil-From
                           TO PRM-Oil-From(Promo-Count)
                       MOVE Promo-Oil-To TO PRM-Oil-To(Promo-Count)
                       MOVE Promo-Region
                           TO PRM-Region(Promo-Count)
                       MOVE Promo-Disc-Type
                           TO PRM-Disc-Type(Promo-Count)
                       MOVE Promo-Disc-Value
                           TO PRM-Disc-Value(Promo-Count)
                       MOVE Promo-Start-Date
                           TO PRM-Start-Date(Promo-Count)
                       MOVE Promo-End-Date
                           TO PRM-End-Date(Promo-Count)
                   END-IF
                   READ PromoFile
                       AT END SET EndOfPromoFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PromoFile
           END-IF.

       1500-LOAD-PACK-SIZES.
           OPEN INPUT PackSizeFile.
           IF WS-PackSize-File-Status = "00"
               READ PackSizeFile
                   AT END SET EndOfPackSizeFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfPackSizeFile
                   IF PackSize-OilNum IS NUMERIC
                       AND PackSize-OilNum > ZERO
                       AND PackSize-OilNum <= 30
                       AND Pack-Size-Count < 200
                       ADD 1 TO Pack-Size-Count
                       MOVE PackSize-OilNum
                           TO PSZ-OilNum(Pack-Size-Count)
                       MOVE PackSize-Size
                           TO PSZ-Size(Pack-Size-Count)
                       MOVE PackSize-Factor
                           TO PSZ-Factor(Pack-Size-Count)
                   END-IF
                   READ PackSizeFile
                       AT END SET EndOfPackSizeFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PackSizeFile
           END-IF.

       1600-LOAD-UNIT-COSTS.
           OPEN INPUT StockLedgerFile.
           IF WS-StockLedger-File-Status = "00"
               READ StockLedgerFile
                   AT END SET EndOfStockLedgerFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfStockLedgerFile
                   IF Stock-OilNum > ZERO AND Stock-OilNum <= 30
                       AND Stock-Unit-Cost IS NUMERIC
                       MOVE Stock-Unit-Cost
                           TO Unit-Cost-Entry(Stock-OilNum)
                   END-IF
                   READ StockLedgerFile
                       AT END SET EndOfStockLedgerFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StockLedgerFile
           ELSE
               DISPLAY "WARNING: STOCKLED.DAT NOT AVAILABLE - "
                   "MARGINS ARE BEFORE COST OF SALES"
           END-IF.

      * Twelve months to the business date; returns carry negative
      * units and take their value back off both ways.
       2000-VALUE-SALES-LINES.
           OPEN INPUT SaleHistFile.
           IF WS-SaleHist-File-Status NOT = "00"
               DISPLAY "WARNING: SALEHIST.DAT NOT AVAILABLE - "
                   "NOTHING TO RE-PRICE"
           ELSE
               READ SaleHistFile
                   AT END SET EndOfSaleHistFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSaleHistFile
                   IF SHK-OilNum IS NUMERIC
                       AND SHK-OilNum > ZERO AND SHK-OilNum <= 30
                       AND SHK-UnitsSold IS NUMERIC
                       AND SHK-Trans-Date > Window-Start
                       AND SHK-Trans-Date <= Business-Date
                       PERFORM 2100-VALUE-ONE-LINE
                   END-IF
                   READ SaleHistFile
                       AT END SET EndOfSaleHistFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SaleHistFile
           END-IF.

      * The line priced as billed and as proposed; only the list
      * rate differs between the two.
       2100-VALUE-ONE-LINE.
           ADD 1 TO Lines-Valued.
           COMPUTE Sale-Qty-Sold = SHK-UnitSize * SHK-UnitsSold.
           MOVE SHK-OilNum TO Lookup-Oil-Num.
           MOVE SHK-Trans-Date TO Lookup-Price-Date.
           MOVE SPACES TO Line-Region.
           PERFORM VARYING CRG-Idx FROM 1 BY 1
               UNTIL CRG-Idx > Cust-Region-Count
               IF CRG-CustomerID(CRG-Idx) = SHK-CustomerID
                   MOVE CRG-Region(CRG-Idx) TO Line-Region
               END-IF
           END-PERFORM.
           PERFORM 1090-FIND-PACK-FACTOR.

           PERFORM 1050-LOOKUP-OIL-PRICE.
           PERFORM 1070-APPLY-CONTRACT-PRICE.
           PERFORM 1080-APPLY-PROMO-PRICE.
           COMPUTE Current-Value-Of-Line ROUNDED = Sale-Qty-Sold *
               Oil-Cost-For-Line * Pack-Factor-For-Line.

           PERFORM 1050-LOOKUP-OIL-PRICE.
           PERFORM 1060-APPLY-PROPOSAL.
           PERFORM 1070-APPLY-CONTRACT-PRICE.
           PERFORM 1080-APPLY-PROMO-PRICE.
           COMPUTE Proposed-Value-Of-Line ROUNDED = Sale-Qty-Sold *
               Oil-Cost-For-Line * Pack-Factor-For-Line.

           COMPUTE Cost-Of-Line = Sale-Qty-Sold *
               Unit-Cost-Entry(SHK-OilNum).
           IF CPT-Found-Idx > ZERO
               ADD Sale-Qty-Sold TO CPT-Qty-Sold(CPT-Found-Idx)
           END-IF.

           MOVE "Y" TO OIM-In-Use(SHK-OilNum).
           ADD Current-Value-Of-Line
               TO OIM-Current-Value(SHK-OilNum), Total-Current-Value.
           ADD Proposed-Value-Of-Line
               TO OIM-Proposed-Value(SHK-OilNum), Total-Proposed-Value.
           ADD Cost-Of-Line
               TO OIM-Cost-Value(SHK-OilNum), Total-Cost-Value.
           PERFORM 2200-ADD-TO-REGION-IMPACT.
           PERFORM 2300-ADD-TO-CUSTOMER-IMPACT.

      * A customer not on the master, or with no region, reports
      * under spaces.
       2200-ADD-TO-REGION-IMPACT.
           MOVE ZEROS TO RIM-Found-Idx.
           PERFORM VARYING RIM-Idx FROM 1 BY 1
               UNTIL RIM-Idx > Region-Impact-Count
               OR RIM-Found-Idx > ZERO
               IF RIM-Region(RIM-Idx) = Line-Region
                   MOVE RIM-Idx TO RIM-Found-Idx
               END-IF
           END-PERFORM.
           IF RIM-Found-Idx = ZERO AND Region-Impact-Count < 20
               ADD 1 TO Region-Impact-Count
               MOVE Region-Impact-Count TO RIM-Found-Idx
               MOVE Line-Region TO RIM-Region(RIM-Found-Idx)
               MOVE ZEROS TO RIM-Current-Value(RIM-Found-Idx)
               MOVE ZEROS TO RIM-Proposed-Value(RIM-Found-Idx)
               MOVE ZEROS TO RIM-Cost-Value(RIM-Found-Idx)
           END-IF.
           IF RIM-Found-Idx > ZERO
               ADD Current-Value-Of-Line
                   TO RIM-Current-Value(RIM-Found-Idx)
               ADD Proposed-Value-Of-Line
                   TO RIM-Proposed-Value(RIM-Found-Idx)
               ADD Cost-Of-Line TO RIM-Cost-Value(RIM-Found-Idx)
           END-IF.

       2300-ADD-TO-CUSTOMER-IMPACT.
           MOVE ZEROS TO CIM-Found-Idx.
           PERFORM VARYING CIM-Idx FROM 1 BY 1
               UNTIL CIM-Idx > Cust-Impact-Count
               OR CIM-Found-Idx > ZERO
               IF CIM-CustomerID(CIM-Idx) = SHK-CustomerID
                   MOVE CIM-Idx TO CIM-Found-Idx
               END-IF
           END-PERFORM.
           IF CIM-Found-Idx = ZERO AND Cust-Impact-Count < 5000
               ADD 1 TO Cust-Impact-Count
               MOVE Cust-Impact-Count TO CIM-Found-Idx
               MOVE SHK-CustomerID TO CIM-CustomerID(CIM-Found-Idx)
               MOVE ZEROS TO CIM-Current-Value(CIM-Found-Idx)
               MOVE ZEROS TO CIM-Proposed-Value(CIM-Found-Idx)
               MOVE ZEROS TO CIM-Cost-Value(CIM-Found-Idx)
           END-IF.
           IF CIM-Found-Idx > ZERO
               ADD Current-Value-Of-Line
                   TO CIM-Current-Value(CIM-Found-Idx)
               ADD Proposed-Value-Of-Line
                   TO CIM-Proposed-Value(CIM-Found-Idx)
               ADD Cost-Of-Line TO CIM-Cost-Value(CIM-Found-Idx)
           END-IF.

       3000-PRINT-REPORT.
           OPEN OUTPUT PriceSimRep.
           WRITE PriceSim-Print-Line FROM PriceSim-Heading-Line
           AFTER ADVANCING 1 LINE.
           MOVE Window-Start TO Prn-Window-Start.
           MOVE Business-Date TO Prn-Business-Date.
           IF Proposal-From-Scenario
               MOVE "PRCSCEN.DAT SCENARIO" TO Prn-Proposal-Source
           ELSE
               MOVE "PENDPRC.DAT PENDING CHANGES"
                   TO Prn-Proposal-Source
           END-IF.
           WRITE PriceSim-Print-Line FROM PriceSim-Parm-Line
           AFTER ADVANCING 2 LINES.
           PERFORM 3100-PRINT-PROPOSAL.

           WRITE PriceSim-Print-Line FROM PriceSim-Oil-Section-Line
           AFTER ADVANCING 3 LINES.
           WRITE PriceSim-Print-Line FROM PriceSim-Topic-Line
           AFTER ADVANCING 1 LINE.
           PERFORM VARYING OIM-Idx FROM 1 BY 1 UNTIL OIM-Idx > 30
               IF OIM-Is-In-Use(OIM-Idx)
                   MOVE SPACES TO Prn-Account
                   MOVE OIM-Idx TO Prn-Account(1:2)
                   MOVE OIM-Current-Value(OIM-Idx)
                       TO Print-Current-Value
                   MOVE OIM-Proposed-Value(OIM-Idx)
                       TO Print-Proposed-Value
                   MOVE OIM-Cost-Value(OIM-Idx) TO Print-Cost-Value
                   PERFORM 3900-PRINT-IMPACT-LINE
               END-IF
           END-PERFORM.
           MOVE "TOTAL" TO Prn-Account.
           MOVE Total-Current-Value TO Print-Current-Value.
           MOVE Total-Proposed-Value TO Print-Proposed-Value.
           MOVE Total-Cost-Value TO Print-Cost-Value.
           PERFORM 3900-PRINT-IMPACT-LINE.

           WRITE PriceSim-Print-Line FROM PriceSim-Region-Section-Line
           AFTER ADVANCING 3 LINES.
           WRITE PriceSim-Print-Line FROM PriceSim-Topic-Line
           AFTER ADVANCING 1 LINE.
           PERFORM VARYING RIM-Idx FROM 1 BY 1
               UNTIL RIM-Idx > Region-Impact-Count
               MOVE RIM-Region(RIM-Idx) TO Prn-Account
               MOVE RIM-Current-Value(RIM-Idx) TO Print-Current-Value
               MOVE RIM-Proposed-Value(RIM-Idx)
                   TO Print-Proposed-Value
               MOVE RIM-Cost-Value(RIM-Idx) TO Print-Cost-Value
               PERFORM 3900-PRINT-IMPACT-LINE
           END-PERFORM.

           WRITE PriceSim-Print-Line FROM PriceSim-Cust-Section-Line
           AFTER ADVANCING 3 LINES.
           WRITE PriceSim-Print-Line FROM PriceSim-Topic-Line
           AFTER ADVANCING 1 LINE.
           PERFORM VARYING CIM-Idx FROM 1 BY 1
               UNTIL CIM-Idx > Cust-Impact-Count
               MOVE CIM-CustomerID(CIM-Idx) TO Prn-Account
               MOVE CIM-Current-Value(CIM-Idx) TO Print-Current-Value
               MOVE CIM-Proposed-Value(CIM-Idx)
                   TO Print-Proposed-Value
               MOVE CIM-Cost-Value(CIM-Idx) TO Print-Cost-Value
               PERFORM 3900-PRINT-IMPACT-LINE
           END-PERFORM.

           PERFORM 3200-PRINT-CONTRACTS-BELOW-COST.
           CLOSE PriceSimRep.

       3100-PRINT-PROPOSAL.
           WRITE PriceSim-Print-Line FROM PriceSim-Proposal-Title-Line
           AFTER ADVANCING 2 LINES.
           IF Proposals-Loaded = ZERO
               WRITE PriceSim-Print-Line FROM PriceSim-No-Proposal-Line
               AFTER ADVANCING 1 LINE
           ELSE
               PERFORM VARYING OIM-Idx FROM 1 BY 1
                   UNTIL OIM-Idx > 30
                   IF PRP-Is-Proposed(OIM-Idx)
                       MOVE OIM-Idx TO Prn-Prop-OilNum
                       MOVE PRP-Change-Pct(OIM-Idx)
                           TO Prn-Prop-Change-Pct
                       MOVE PRP-New-Rate(OIM-Idx) TO Prn-Prop-New-Rate
                       IF Proposal-From-Pending
                           MOVE PRP-Eff-Date(OIM-Idx)
                               TO Prn-Prop-Eff-Date
                       ELSE
                           MOVE SPACES TO Prn-Prop-Eff-Date
                       END-IF
                       WRITE PriceSim-Print-Line
                           FROM PriceSim-Proposal-Line
                       AFTER ADVANCING 1 LINE
                   END-IF
               END-PERFORM
           END-IF.

      * Every contract agreed under the oil's moving-average unit
      * cost, whatever the proposal: those customers go on losing on
      * each unit while the list rate moves past them.
       3200-PRINT-CONTRACTS-BELOW-COST.
           WRITE PriceSim-Print-Line
               FROM PriceSim-Contract-Section-Line
           AFTER ADVANCING 3 LINES.
           WRITE PriceSim-Print-Line FROM PriceSim-Contract-Topic-Line
           AFTER ADVANCING 1 LINE.
           PERFORM VARYING CPT-Idx FROM 1 BY 1
               UNTIL CPT-Idx > Contract-Price-Count
               IF CPT-Price(CPT-Idx)
                   < Unit-Cost-Entry(CPT-OilNum(CPT-Idx))
                   ADD 1 TO Contracts-Below-Cost
                   MOVE CPT-CustomerID(CPT-Idx)
                       TO Prn-Contract-CustomerID
                   MOVE CPT-OilNum(CPT-Idx) TO Prn-Contract-OilNum
                   MOVE CPT-Price(CPT-Idx) TO Prn-Contract-Price
                   MOVE Unit-Cost-Entry(CPT-OilNum(CPT-Idx))
                       TO Prn-Contract-Unit-Cost
                   MOVE Proposed-List-Rate(CPT-OilNum(CPT-Idx))
                       TO Prn-Contract-List-Rate
                   MOVE CPT-Qty-Sold(CPT-Idx) TO Prn-Contract-Qty
                   WRITE PriceSim-Print-Line
                       FROM PriceSim-Contract-Line
                   AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.
           IF Contracts-Below-Cost = ZERO
               WRITE PriceSim-Print-Line FROM PriceSim-No-Contract-Line
               AFTER ADVANCING 1 LINE
           END-IF.

       3900-PRINT-IMPACT-LINE.
           MOVE Print-Current-Value TO Prn-Current-Value.
           MOVE Print-Proposed-Value TO Prn-Proposed-Value.
           COMPUTE Prn-Revenue-Change =
               Print-Proposed-Value - Print-Current-Value.
           COMPUTE Prn-Current-Margin =
               Print-Current-Value - Print-Cost-Value.
           COMPUTE Prn-Proposed-Margin =
               Print-Proposed-Value - Print-Cost-Value.
           WRITE PriceSim-Print-Line FROM PriceSim-Detail-Line
           AFTER ADVANCING 1 LINE.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="PRICESIM"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM PriceSim.
