      ******************************************************************
      * Author:
      * Date:
      * Purpose: ABC stock classification and the rolling cycle-count
      *          schedule. Each oil on STOCKLED.DAT is valued by its
      *          SALEHIST.DAT sales over the twelve months to the
      *          business date, at the OILPRICE.DAT list price in
      *          force on the sale date; ranked by value, the oils
      *          making up the first ABCPARM.DAT share of the total
      *          are class A, the next share class B, the rest (and
      *          any oil with no sales) class C. The classes go onto
      *          OILCLASS.DAT, keeping each oil's last count date,
      *          and a fresh CYCSCHD.DAT schedule is built for the
      *          twelve months from the business date - A oils
      *          counted monthly, B quarterly, C once a year - spread
      *          evenly over the trading days of the BUSCAL.DAT
      *          business calendar (Monday to Friday when there is
      *          no calendar). CycleCount prints each day's sheet
      *          from it and StockTake marks the counts taken.
      *          ABCCLASS.RPT lists the ranking.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AbcClass.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT StockLedgerFile ASSIGN TO "STOCKLED.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-StockLedger-File-Status.

       SELECT SaleHistFile ASSIGN TO "SALEHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SaleHist-File-Status.

       SELECT OilPriceFile ASSIGN TO "OILPRICE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OilPrice-File-Status.

      * One record: the cumulative value percentages closing class A
      * and class B. Missing, the run uses the defaults below.
       SELECT AbcParmFile ASSIGN TO "ABCPARM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AbcParm-File-Status.

      * Class and last count date per oil, replaced by every run.
       SELECT OilClassFile ASSIGN TO "OILCLASS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OilClass-File-Status.

      * The count schedule, one line per oil per planned count day,
      * in date order; replaced by every run.
       SELECT CycSchedFile ASSIGN TO "CYCSCHD.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CycSched-File-Status.

       SELECT AbcClassRep ASSIGN TO "ABCCLASS.RPT"
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

       FD AbcParmFile.
       01 AbcParm-Rec.
           02  AbcParm-A-Pct          PIC 99.
           02  FILLER                 PIC X.
           02  AbcParm-B-Pct          PIC 99.

       FD OilClassFile.
       01 OilClass-Rec.
           88 EndOfOilClassFile   VALUE HIGH-VALUES.
           02  OCL-OilNum             PIC 99.
           02  FILLER                 PIC X.
           02  OCL-Class              PIC X.
           02  FILLER                 PIC X.
           02  OCL-Annual-Value       PIC 9(9)V99.
           02  FILLER                 PIC X.
           02  OCL-Class-Date         PIC 9(8).
      * Zero until the oil's first count after classification.
           02  FILLER                 PIC X.
           02  OCL-Last-Count-Date    PIC 9(8).

       FD CycSchedFile.
       01 CycSched-Rec.
           02  CYC-Count-Date         PIC 9(8).
           02  FILLER                 PIC X.
           02  CYC-OilNum             PIC 99.
           02  FILLER                 PIC X.
           02  CYC-Class              PIC X.
      * P planned, C counted.
           02  FILLER                 PIC X.
           02  CYC-Status             PIC X.
           02  FILLER                 PIC X.
           02  CYC-Counted-Date       PIC 9(8).

       FD AbcClassRep.
       01 AbcClass-Print-Line         PIC X(72).

       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-StockLedger-File-Status   PIC XX.
       01  WS-SaleHist-File-Status      PIC XX.
       01  WS-OilPrice-File-Status      PIC XX.
       01  WS-AbcParm-File-Status       PIC XX.
       01  WS-OilClass-File-Status      PIC XX.
       01  WS-CycSched-File-Status      PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Class-A-Pct                  PIC 99 VALUE 80.
       01  Class-B-Pct                  PIC 99 VALUE 95.

       01  Window-Start                 PIC 9(8).
       01  Window-Start-F REDEFINES Window-Start.
           02  WST-Year                 PIC 9(4).
           02  WST-Month                PIC 99.
           02  WST-Day                  PIC 99.
       01  Horizon-End                  PIC 9(8).
       01  Horizon-End-F REDEFINES Horizon-End.
           02  HZE-Year                 PIC 9(4).
           02  HZE-Month                PIC 99.
           02  HZE-Day                  PIC 99.

       01  Oil-Table.
           02  Oil-Entry OCCURS 30 TIMES.
               03  OIL-In-Use           PIC X     VALUE "N".
                   88 OIL-Is-In-Use     VALUE "Y".
               03  OIL-Value            PIC 9(9)V99 VALUE ZEROS.
               03  OIL-Class            PIC X     VALUE "C".
               03  OIL-Rank             PIC 99    VALUE ZEROS.
               03  OIL-Cum-Pct          PIC 999V9 VALUE ZEROS.
               03  OIL-Last-Count-Date  PIC 9(8)  VALUE ZEROS.
       01  OIL-Idx                      PIC 99.
       01  OIL-Best-Idx                 PIC 99.
       01  Oils-Ranked                  PIC 99 VALUE ZEROS.
       01  Oils-In-Use                  PIC 99 VALUE ZEROS.
       01  Total-Value                  PIC 9(11)V99 VALUE ZEROS.
       01  Cum-Value                    PIC 9(11)V99 VALUE ZEROS.
       01  Cum-Pct-Before               PIC 999V9.

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
       01  Sale-Qty-Sold               PIC S99999.
       01  Value-Of-Sale               PIC S9(7)V99.

      * The trading days of the twelve months ahead.
       01  Work-Day-Table.
           02  Work-Day OCCURS 400 TIMES PIC 9(8).
       01  Work-Day-Count               PIC 9(3) VALUE ZEROS.
       01  WDY-Idx                      PIC 9(3).

      * Day walk for the no-calendar case: one day at a time with
      * the month roll, the weekday carried alongside (1 Monday to
      * 7 Sunday).
       01  Walk-Date                    PIC 9(8).
       01  Walk-Date-F REDEFINES Walk-Date.
           02  WLK-Year                 PIC 9(4).
           02  WLK-Month                PIC 99.
           02  WLK-Day                  PIC 99.
       01  Walk-Weekday                 PIC 9.
       01  Month-Last-Day               PIC 99.
       01  Leap-Quot                    PIC 9(4).
       01  Leap-Rem                     PIC 9(4).
       01  Month-Day-Values.
           02  FILLER                   PIC X(24) VALUE
               "312831303130313130313031".
       01  Month-Day-Table REDEFINES Month-Day-Values.
           02  Month-Max-Day            PIC 99 OCCURS 12 TIMES.
      * Zeller's congruence for the starting weekday.
       01  Zel-Year                     PIC 9(4).
       01  Zel-Month                    PIC 99.
       01  Zel-Century                  PIC 99.
       01  Zel-Year-Of-Cent             PIC 99.
       01  Zel-Sum                      PIC 9(5).
       01  Zel-Quot                     PIC 9(5).
       01  Zel-H                        PIC 9.

      * One entry per planned count, placed on a trading day.
       01  Count-Plan-Table.
           02  Count-Plan-Entry OCCURS 400 TIMES.
               03  CPL-Day-Idx          PIC 9(3).
               03  CPL-OilNum           PIC 99.
               03  CPL-Class            PIC X.
       01  Count-Plan-Count             PIC 9(3) VALUE ZEROS.
       01  CPL-Idx                      PIC 9(3).

       01  Plan-Class                   PIC X.
       01  Plan-Frequency               PIC 99.
       01  Plan-Class-Oils              PIC 99.
       01  Plan-Oil-Rank                PIC 99.
       01  Plan-Count-Idx               PIC 99.
       01  Plan-Period-Start            PIC 9(3).
       01  Plan-Offset                  PIC 9(3).
       01  Plan-Day-Idx                 PIC 9(3).
       01  Schedule-Lines               PIC 9(3) VALUE ZEROS.

       01  Class-Counts.
           02  Class-A-Oils             PIC 99 VALUE ZEROS.
           02  Class-B-Oils             PIC 99 VALUE ZEROS.
           02  Class-C-Oils             PIC 99 VALUE ZEROS.

       01  AbcClass-Heading-Line        PIC X(72) VALUE
           "     ABC STOCK CLASSIFICATION AND CYCLE-COUNT SCHEDULE".

       01  AbcClass-Parm-Line.
           02  FILLER                   PIC X(17) VALUE
               " SALES FROM   : ".
           02  Prn-Window-Start         PIC 9(8).
           02  FILLER                   PIC X(5)  VALUE " TO ".
           02  Prn-Business-Date        PIC 9(8).
           02  FILLER                   PIC X(7)  VALUE "   A TO".
           02  Prn-A-Pct                PIC Z9.
           02  FILLER                   PIC X(9)  VALUE "%  B TO ".
           02  Prn-B-Pct                PIC Z9.
           02  FILLER                   PIC X     VALUE "%".

       01  AbcClass-Topic-Line          PIC X(72) VALUE
           " RANK  OIL       SALES VALUE   CUM %  CLASS  COUNTS/YEAR".

       01  AbcClass-Detail-Line.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Rank                 PIC Z9.
           02  FILLER                   PIC X(4)  VALUE SPACES.
           02  Prn-OilNum               PIC Z9.
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  Prn-Value                PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Cum-Pct              PIC ZZ9.9.
           02  FILLER                   PIC X(5)  VALUE SPACES.
           02  Prn-Class                PIC X.
           02  FILLER                   PIC X(8)  VALUE SPACES.
           02  Prn-Frequency            PIC Z9.

       01  AbcClass-Total-Line.
           02  FILLER                   PIC X(20) VALUE
               " CLASS A / B / C :  ".
           02  Prn-A-Oils               PIC Z9.
           02  FILLER                   PIC X(3)  VALUE " / ".
           02  Prn-B-Oils               PIC Z9.
           02  FILLER                   PIC X(3)  VALUE " / ".
           02  Prn-C-Oils               PIC Z9.

       01  AbcClass-Schedule-Line.
           02  FILLER                   PIC X(20) VALUE
               " COUNTS SCHEDULED : ".
           02  Prn-Schedule-Lines       PIC ZZ9.
           02  FILLER                   PIC X(6)  VALUE " OVER ".
           02  Prn-Work-Days            PIC ZZ9.
           02  FILLER                   PIC X(20) VALUE
               " TRADING DAYS FROM ".
           02  Prn-Horizon-Start        PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-PARAMETERS.
           PERFORM 1100-LOAD-STOCK-LEDGER.
           PERFORM 1200-LOAD-OIL-PRICES.
           PERFORM 1300-LOAD-LAST-COUNTS.
           PERFORM 2000-SUM-SALES-VALUE.
           PERFORM 2100-RANK-AND-CLASS.
           PERFORM 2500-BUILD-WORK-DAYS.
           PERFORM 2600-PLAN-COUNTS.
           PERFORM 3000-WRITE-OIL-CLASSES.
           PERFORM 3100-WRITE-SCHEDULE.
           PERFORM 3200-PRINT-REPORT.
           DISPLAY "OILS CLASSIFIED: " Oils-In-Use
               " COUNTS SCHEDULED: " Schedule-Lines.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-PARAMETERS.
           OPEN INPUT AbcParmFile.
           IF WS-AbcParm-File-Status = "00"
               READ AbcParmFile
                   NOT AT END
                       IF AbcParm-A-Pct IS NUMERIC
                           AND AbcParm-A-Pct > ZERO
                           MOVE AbcParm-A-Pct TO Class-A-Pct
                       END-IF
                       IF AbcParm-B-Pct IS NUMERIC
                           AND AbcParm-B-Pct > Class-A-Pct
                           MOVE AbcParm-B-Pct TO Class-B-Pct
                       END-IF
               END-READ
               CLOSE AbcParmFile
           ELSE
               DISPLAY "WARNING: ABCPARM.DAT NOT AVAILABLE - "
                   "USING THE DEFAULT CLASS BREAKS"
           END-IF.
           IF Class-B-Pct NOT > Class-A-Pct
               MOVE 99 TO Class-B-Pct
           END-IF.
      * Twelve months back for the sales, twelve ahead for the
      * schedule.
           MOVE Business-Date TO Window-Start.
           SUBTRACT 1 FROM WST-Year.
           MOVE Business-Date TO Horizon-End.
           ADD 1 TO HZE-Year.

       1100-LOAD-STOCK-LEDGER.
           OPEN INPUT StockLedgerFile.
           IF WS-StockLedger-File-Status = "00"
               READ StockLedgerFile
                   AT END SET EndOfStockLedgerFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfStockLedgerFile
                   IF Stock-OilNum > ZERO AND Stock-OilNum <= 30
                       MOVE "Y" TO OIL-In-Use(Stock-OilNum)
                   END-IF
                   READ StockLedgerFile
                       AT END SET EndOfStockLedgerFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StockLedgerFile
           ELSE
               DISPLAY "WARNING: STOCKLED.DAT NOT AVAILABLE - "
                   "NO OILS TO CLASSIFY"
           END-IF.
           PERFORM VARYING OIL-Idx FROM 1 BY 1 UNTIL OIL-Idx > 30
               IF OIL-Is-In-Use(OIL-Idx)
                   ADD 1 TO Oils-In-Use
               END-IF
           END-PERFORM.

       1200-LOAD-OIL-PRICES.
           OPEN INPUT OilPriceFile.
           IF WS-OilPrice-File-Status = "00"
               READ OilPriceFile
                   AT END SET EndOfOilPriceFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOilPriceFile
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
                   "EVERY OIL WILL CLASS AS C"
           END-IF.

      * The last count dates StockTake has recorded survive the
      * reclassification.
       1300-LOAD-LAST-COUNTS.
           OPEN INPUT OilClassFile.
           IF WS-OilClass-File-Status = "00"
               READ OilClassFile
                   AT END SET EndOfOilClassFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOilClassFile
                   IF OCL-OilNum IS NUMERIC
                       AND OCL-OilNum > ZERO AND OCL-OilNum <= 30
                       AND OCL-Last-Count-Date IS NUMERIC
                       MOVE OCL-Last-Count-Date
                           TO OIL-Last-Count-Date(OCL-OilNum)
                   END-IF
                   READ OilClassFile
                       AT END SET EndOfOilClassFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OilClassFile
           END-IF.

       1350-LOOKUP-OIL-PRICE.
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

      * Returns carry negative units and take their value back off.
       2000-SUM-SALES-VALUE.
           OPEN INPUT SaleHistFile.
           IF WS-SaleHist-File-Status = "00"
               READ SaleHistFile
                   AT END SET EndOfSaleHistFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSaleHistFile
                   IF SHK-OilNum IS NUMERIC
                       AND SHK-OilNum > ZERO AND SHK-OilNum <= 30
                       AND SHK-Trans-Date > Window-Start
                       AND SHK-Trans-Date <= Business-Date
                       COMPUTE Sale-Qty-Sold =
                           SHK-UnitSize * SHK-UnitsSold
                       MOVE SHK-OilNum TO Lookup-Oil-Num
                       MOVE SHK-Trans-Date TO Lookup-Price-Date
                       PERFORM 1350-LOOKUP-OIL-PRICE
                       COMPUTE Value-Of-Sale ROUNDED =
                           Sale-Qty-Sold * Oil-Cost-For-Line
                       IF Value-Of-Sale < ZERO
                           AND OIL-Value(SHK-OilNum)
                               < ZERO - Value-Of-Sale
                           MOVE ZEROS TO OIL-Value(SHK-OilNum)
                       ELSE
                           ADD Value-Of-Sale
                               TO OIL-Value(SHK-OilNum)
                       END-IF
                   END-IF
                   READ SaleHistFile
                       AT END SET EndOfSaleHistFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SaleHistFile
           ELSE
               DISPLAY "WARNING: SALEHIST.DAT NOT AVAILABLE - "
                   "EVERY OIL WILL CLASS AS C"
           END-IF.
           PERFORM VARYING OIL-Idx FROM 1 BY 1 UNTIL OIL-Idx > 30
               IF OIL-Is-In-Use(OIL-Idx)
                   ADD OIL-Value(OIL-Idx) TO Total-Value
               END-IF
           END-PERFORM.

      * Highest value first; an oil is class A while the share of
      * the total ranked above it is still under the A break, so the
      * top seller is always A.
       2100-RANK-AND-CLASS.
           PERFORM UNTIL Oils-Ranked >= Oils-In-Use
               MOVE ZEROS TO OIL-Best-Idx
               PERFORM VARYING OIL-Idx FROM 1 BY 1
                   UNTIL OIL-Idx > 30
                   IF OIL-Is-In-Use(OIL-Idx)
                       AND OIL-Rank(OIL-Idx) = ZERO
                       IF OIL-Best-Idx = ZERO
                           MOVE OIL-Idx TO OIL-Best-Idx
                       ELSE
                           IF OIL-Value(OIL-Idx)
                               > OIL-Value(OIL-Best-Idx)
                               MOVE OIL-Idx TO OIL-Best-Idx
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               ADD 1 TO Oils-Ranked
               MOVE Oils-Ranked TO OIL-Rank(OIL-Best-Idx)
               IF Total-Value > ZERO
                   COMPUTE Cum-Pct-Before =
                       Cum-Value * 100 / Total-Value
                   ADD OIL-Value(OIL-Best-Idx) TO Cum-Value
                   COMPUTE OIL-Cum-Pct(OIL-Best-Idx) =
                       Cum-Value * 100 / Total-Value
               ELSE
                   MOVE 100 TO Cum-Pct-Before
               END-IF
               EVALUATE TRUE
                   WHEN OIL-Value(OIL-Best-Idx) = ZERO
                       MOVE "C" TO OIL-Class(OIL-Best-Idx)
                       ADD 1 TO Class-C-Oils
                   WHEN Cum-Pct-Before < Class-A-Pct
                       MOVE "A" TO OIL-Class(OIL-Best-Idx)
                       ADD 1 TO Class-A-Oils
                   WHEN Cum-Pct-Before < Class-B-Pct
                       MOVE "B" TO OIL-Class(OIL-Best-Idx)
                       ADD 1 TO Class-B-Oils
                   WHEN OTHER
                       MOVE "C" TO OIL-Class(OIL-Best-Idx)
                       ADD 1 TO Class-C-Oils
               END-EVALUATE
           END-PERFORM.

      * The calendar's trading days when BUSCAL.DAT is on site,
      * otherwise every Monday to Friday.
       2500-BUILD-WORK-DAYS.
           OPEN INPUT BusCalFile.
           IF WS-BusCal-File-Status = "00"
               READ BusCalFile
                   AT END SET EndOfBusCalFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfBusCalFile
                   IF BusCal-Trading-Day
                       AND BusCal-Date >= Business-Date
                       AND BusCal-Date < Horizon-End
                       AND Work-Day-Count < 400
                       ADD 1 TO Work-Day-Count
                       MOVE BusCal-Date TO Work-Day(Work-Day-Count)
                   END-IF
                   READ BusCalFile
                       AT END SET EndOfBusCalFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BusCalFile
           END-IF.
           IF Work-Day-Count = ZERO
               PERFORM 2550-WALK-WEEKDAYS
           END-IF.

       2550-WALK-WEEKDAYS.
           MOVE Business-Date TO Walk-Date.
           MOVE WLK-Year TO Zel-Year.
           MOVE WLK-Month TO Zel-Month.
           IF Zel-Month < 3
               ADD 12 TO Zel-Month
               SUBTRACT 1 FROM Zel-Year
           END-IF.
           DIVIDE Zel-Year BY 100 GIVING Zel-Century
               REMAINDER Zel-Year-Of-Cent.
      * Each quotient truncated on its own, as the formula needs.
           COMPUTE Zel-Quot = (13 * (Zel-Month + 1)) / 5.
           COMPUTE Zel-Sum = WLK-Day + Zel-Quot
               + Zel-Year-Of-Cent + (5 * Zel-Century).
           COMPUTE Zel-Quot = Zel-Year-Of-Cent / 4.
           ADD Zel-Quot TO Zel-Sum.
           COMPUTE Zel-Quot = Zel-Century / 4.
           ADD Zel-Quot TO Zel-Sum.
           DIVIDE Zel-Sum BY 7 GIVING Zel-Quot REMAINDER Zel-H.
      * Zeller gives 0 Saturday, 1 Sunday, 2 Monday ... 6 Friday.
           IF Zel-H < 2
               COMPUTE Walk-Weekday = Zel-H + 6
           ELSE
               COMPUTE Walk-Weekday = Zel-H - 1
           END-IF.
           PERFORM UNTIL Walk-Date >= Horizon-End
               OR Work-Day-Count >= 400
               IF Walk-Weekday < 6
                   ADD 1 TO Work-Day-Count
                   MOVE Walk-Date TO Work-Day(Work-Day-Count)
               END-IF
               PERFORM 2560-NEXT-DAY
           END-PERFORM.

       2560-NEXT-DAY.
           MOVE Month-Max-Day(WLK-Month) TO Month-Last-Day.
           IF WLK-Month = 02
               DIVIDE WLK-Year BY 4 GIVING Leap-Quot
                   REMAINDER Leap-Rem
               IF Leap-Rem = ZERO
                   MOVE 29 TO Month-Last-Day
               END-IF
           END-IF.
           IF WLK-Day < Month-Last-Day
               ADD 1 TO WLK-Day
           ELSE
               MOVE 01 TO WLK-Day
               IF WLK-Month < 12
                   ADD 1 TO WLK-Month
               ELSE
                   MOVE 01 TO WLK-Month
                   ADD 1 TO WLK-Year
               END-IF
           END-IF.
           IF Walk-Weekday < 7
               ADD 1 TO Walk-Weekday
           ELSE
               MOVE 1 TO Walk-Weekday
           END-IF.

      * Each class's year splits into as many equal runs of trading
      * days as it has counts; within each run the class's oils sit
      * evenly apart, so the counting load is level day to day.
       2600-PLAN-COUNTS.
           IF Work-Day-Count > ZERO
               MOVE "A" TO Plan-Class
               MOVE 12 TO Plan-Frequency
               MOVE Class-A-Oils TO Plan-Class-Oils
               PERFORM 2650-PLAN-ONE-CLASS
               MOVE "B" TO Plan-Class
               MOVE 04 TO Plan-Frequency
               MOVE Class-B-Oils TO Plan-Class-Oils
               PERFORM 2650-PLAN-ONE-CLASS
               MOVE "C" TO Plan-Class
               MOVE 01 TO Plan-Frequency
               MOVE Class-C-Oils TO Plan-Class-Oils
               PERFORM 2650-PLAN-ONE-CLASS
           ELSE
               DISPLAY "WARNING: NO TRADING DAYS AHEAD - "
                   "NO COUNTS SCHEDULED"
           END-IF.

       2650-PLAN-ONE-CLASS.
           MOVE ZEROS TO Plan-Oil-Rank.
           PERFORM VARYING OIL-Idx FROM 1 BY 1 UNTIL OIL-Idx > 30
               IF OIL-Is-In-Use(OIL-Idx)
                   AND OIL-Class(OIL-Idx) = Plan-Class
                   PERFORM VARYING Plan-Count-Idx FROM 0 BY 1
                       UNTIL Plan-Count-Idx >= Plan-Frequency
                       COMPUTE Plan-Period-Start =
                           (Plan-Count-Idx * Work-Day-Count)
                           / Plan-Frequency
                       COMPUTE Plan-Offset =
                           (Plan-Oil-Rank * Work-Day-Count)
                           / (Plan-Frequency * Plan-Class-Oils)
                       COMPUTE Plan-Day-Idx =
                           Plan-Period-Start + Plan-Offset + 1
                       IF Plan-Day-Idx > Work-Day-Count
                           MOVE Work-Day-Count TO Plan-Day-Idx
                       END-IF
                       IF Count-Plan-Count < 400
                           ADD 1 TO Count-Plan-Count
                           MOVE Plan-Day-Idx
                               TO CPL-Day-Idx(Count-Plan-Count)
                           MOVE OIL-Idx
                               TO CPL-OilNum(Count-Plan-Count)
                           MOVE Plan-Class
                               TO CPL-Class(Count-Plan-Count)
                       END-IF
                   END-PERFORM
                   ADD 1 TO Plan-Oil-Rank
               END-IF
           END-PERFORM.

       3000-WRITE-OIL-CLASSES.
           OPEN OUTPUT OilClassFile.
           PERFORM VARYING OIL-Idx FROM 1 BY 1 UNTIL OIL-Idx > 30
               IF OIL-Is-In-Use(OIL-Idx)
                   MOVE SPACES TO OilClass-Rec
                   MOVE OIL-Idx TO OCL-OilNum
                   MOVE OIL-Class(OIL-Idx) TO OCL-Class
                   MOVE OIL-Value(OIL-Idx) TO OCL-Annual-Value
                   MOVE Business-Date TO OCL-Class-Date
                   MOVE OIL-Last-Count-Date(OIL-Idx)
                       TO OCL-Last-Count-Date
                   WRITE OilClass-Rec
               END-IF
           END-PERFORM.
           CLOSE OilClassFile.

      * Written day by day so the file reads in date order.
       3100-WRITE-SCHEDULE.
           OPEN OUTPUT CycSchedFile.
           PERFORM VARYING WDY-Idx FROM 1 BY 1
               UNTIL WDY-Idx > Work-Day-Count
               PERFORM VARYING CPL-Idx FROM 1 BY 1
                   UNTIL CPL-Idx > Count-Plan-Count
                   IF CPL-Day-Idx(CPL-Idx) = WDY-Idx
                       MOVE SPACES TO CycSched-Rec
                       MOVE Work-Day(WDY-Idx) TO CYC-Count-Date
                       MOVE CPL-OilNum(CPL-Idx) TO CYC-OilNum
                       MOVE CPL-Class(CPL-Idx) TO CYC-Class
                       MOVE "P" TO CYC-Status
                       MOVE ZEROS TO CYC-Counted-Date
                       WRITE CycSched-Rec
                       ADD 1 TO Schedule-Lines
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE CycSchedFile.

       3200-PRINT-REPORT.
           OPEN OUTPUT AbcClassRep.
           WRITE AbcClass-Print-Line FROM AbcClass-Heading-Line
           AFTER ADVANCING 1 LINE.
           MOVE Window-Start TO Prn-Window-Start.
           MOVE Business-Date TO Prn-Business-Date.
           MOVE Class-A-Pct TO Prn-A-Pct.
           MOVE Class-B-Pct TO Prn-B-Pct.
           WRITE AbcClass-Print-Line FROM AbcClass-Parm-Line
           AFTER ADVANCING 1 LINE.
           WRITE AbcClass-Print-Line FROM AbcClass-Topic-Line
           AFTER ADVANCING 2 LINES.
           PERFORM VARYING Plan-Oil-Rank FROM 1 BY 1
               UNTIL Plan-Oil-Rank > Oils-Ranked
               PERFORM VARYING OIL-Idx FROM 1 BY 1
                   UNTIL OIL-Idx > 30
                   IF OIL-Is-In-Use(OIL-Idx)
                       AND OIL-Rank(OIL-Idx) = Plan-Oil-Rank
                       MOVE OIL-Rank(OIL-Idx) TO Prn-Rank
                       MOVE OIL-Idx TO Prn-OilNum
                       MOVE OIL-Value(OIL-Idx) TO Prn-Value
                       MOVE OIL-Cum-Pct(OIL-Idx) TO Prn-Cum-Pct
                       MOVE OIL-Class(OIL-Idx) TO Prn-Class
                       EVALUATE OIL-Class(OIL-Idx)
                           WHEN "A" MOVE 12 TO Prn-Frequency
                           WHEN "B" MOVE 4 TO Prn-Frequency
                           WHEN OTHER MOVE 1 TO Prn-Frequency
                       END-EVALUATE
                       WRITE AbcClass-Print-Line
                       FROM AbcClass-Detail-Line
                       AFTER ADVANCING 1 LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE Class-A-Oils TO Prn-A-Oils.
           MOVE Class-B-Oils TO Prn-B-Oils.
           MOVE Class-C-Oils TO Prn-C-Oils.
           WRITE AbcClass-Print-Line FROM AbcClass-Total-Line
           AFTER ADVANCING 2 LINES.
           MOVE Schedule-Lines TO Prn-Schedule-Lines.
           MOVE Work-Day-Count TO Prn-Work-Days.
           MOVE Business-Date TO Prn-Horizon-Start.
           WRITE AbcClass-Print-Line FROM AbcClass-Schedule-Line
           AFTER ADVANCING 1 LINE.
           CLOSE AbcClassRep.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="ABCCLASS"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM AbcClass.
