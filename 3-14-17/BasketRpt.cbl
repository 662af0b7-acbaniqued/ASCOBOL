      ******************************************************************
      * Author:
      * Date:
      * Purpose: Co-purchase (market basket) analysis of the oils
      *          customers buy together. Every SALEHIST.DAT line sold
      *          in the BASKPARM.DAT window of months to the business
      *          date is sorted by customer, sale date and oil, and
      *          each customer's lines on one sale date make one
      *          order; an oil bought more than once in an order
      *          counts once, and returns are left out. For every
      *          pair of oils the run counts the orders holding both
      *          and reports, for each pair bought together in at
      *          least the parameter number of orders and with at
      *          least the parameter lift:
      *            - support, the share of all orders holding both;
      *            - confidence each way, the share of the orders
      *              holding one oil that also hold the other;
      *            - lift, how many times more often the two go
      *              together than chance would have them.
      *          Pairs print strongest lift first, flagged where the
      *          two oils already share a BLENDBOM.DAT blend. A
      *          second section lists each oil's strongest partners
      *          by lift, the parameter number per oil, as the
      *          evidence for the next PROMO.DAT campaign and blend.
      *          BASKET.RPT is the report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BasketRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SaleHistFile ASSIGN TO "SALEHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SaleHist-File-Status.

       SELECT OilMasterFile ASSIGN TO "OILMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OilMaster-File-Status.

       SELECT BlendBomFile ASSIGN TO "BLENDBOM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BlendBom-File-Status.

      * One record: window months, the fewest orders a pair must
      * share, the least lift it must show, and partners listed per
      * oil. Missing, the run uses the defaults below.
       SELECT BasketParmFile ASSIGN TO "BASKPARM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BasketParm-File-Status.

       SELECT BasketWorkFile ASSIGN TO "BASKET.TMP".

       SELECT BasketRep ASSIGN TO "BASKET.RPT"
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

       FD OilMasterFile.
       01 OilMast-Rec.
           88 EndOfOilMasterFile  VALUE HIGH-VALUES.
           02  OilMast-OilNum         PIC 99.
           02  FILLER                 PIC X.
           02  OilMast-Name           PIC X(20).

       FD BlendBomFile.
       01 BlendBom-Rec.
           88 EndOfBlendBomFile        VALUE HIGH-VALUES.
           02  BlendBom-Blend-ID        PIC X(3).
           02  FILLER                   PIC X.
           02  BlendBom-Component       PIC 99.
           02  FILLER                   PIC X.
           02  BlendBom-Proportion      PIC 9V999.

       FD BasketParmFile.
       01 BasketParm-Rec.
           02  BasketParm-Months      PIC 99.
           02  FILLER                 PIC X.
           02  BasketParm-Min-Orders  PIC 999.
           02  FILLER                 PIC X.
           02  BasketParm-Min-Lift    PIC 9V99.
           02  FILLER                 PIC X.
           02  BasketParm-Partners    PIC 9.

       SD BasketWorkFile.
       01 Basket-Work-Rec.
           88 EndOfBasketWorkFile VALUE HIGH-VALUES.
           02  BWK-CustomerID         PIC X(5).
           02  BWK-Trans-Date         PIC 9(8).
           02  BWK-OilNum             PIC 99.

       FD BasketRep.
       01 Basket-Print-Line           PIC X(72).

       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-SaleHist-File-Status      PIC XX.
       01  WS-OilMaster-File-Status     PIC XX.
       01  WS-BlendBom-File-Status      PIC XX.
       01  WS-BasketParm-File-Status    PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Window-Months                PIC 99    VALUE 12.
       01  Min-Pair-Orders              PIC 999   VALUE 3.
       01  Min-Lift                     PIC 9V99  VALUE 1.00.
       01  Partners-Per-Oil             PIC 9     VALUE 3.

       01  Window-Start                 PIC 9(8).
       01  Window-Start-F REDEFINES Window-Start.
           02  WST-Year                 PIC 9(4).
           02  WST-Month                PIC 99.
           02  WST-Day                  PIC 99.
       01  Window-Month-Count           PIC 9(6).

       01  Oil-Name-Table.
           02  Oil-Name-Entry           PIC X(20) OCCURS 30 TIMES
                                        VALUE SPACES.

      * Orders holding each oil, and orders holding each pair; only
      * the lower oil number's row of a pair is kept.
       01  Oil-Order-Table.
           02  Oil-Orders               PIC 9(7) OCCURS 30 TIMES
                                        VALUE ZEROS.
       01  Pair-Order-Table.
           02  Pair-Row OCCURS 30 TIMES.
               03  Pair-Orders          PIC 9(7) OCCURS 30 TIMES
                                        VALUE ZEROS.
       01  Total-Orders                 PIC 9(7) VALUE ZEROS.
       01  Lines-Selected               PIC 9(7) VALUE ZEROS.

      * The oils in the order being gathered.
       01  Order-Oil-Set.
           02  Order-Oil-Flag           PIC X OCCURS 30 TIMES.
               88 Order-Has-Oil         VALUE "Y".
       01  Order-CustomerID             PIC X(5).
       01  Order-Trans-Date             PIC 9(8).

      * Pairs already mixed together in one blend.
       01  Blend-Comp-Table.
           02  Blend-Comp-Entry OCCURS 200 TIMES.
               03  BCP-Blend-ID         PIC X(3).
               03  BCP-Component        PIC 99.
       01  Blend-Comp-Count             PIC 9(3) VALUE ZEROS.
       01  BCP-Idx                      PIC 9(3).
       01  BCP-Other-Idx                PIC 9(3).
       01  Blend-Pair-Table.
           02  Blend-Pair-Row OCCURS 30 TIMES.
               03  Blend-Pair-Flag      PIC X OCCURS 30 TIMES
                                        VALUE "N".
                   88 Pair-In-Blend     VALUE "Y".

      * The pairs passing both thresholds, ready for ranking.
       01  Pair-Result-Table.
           02  Pair-Result OCCURS 435 TIMES.
               03  PRS-Oil-A            PIC 99.
               03  PRS-Oil-B            PIC 99.
               03  PRS-Orders           PIC 9(7).
               03  PRS-Support-Pct      PIC 999V9.
               03  PRS-Conf-A-B         PIC 999V9.
               03  PRS-Conf-B-A         PIC 999V9.
               03  PRS-Lift             PIC 9(4)V99.
               03  PRS-Printed          PIC X.
                   88 PRS-Is-Printed    VALUE "Y".
       01  Pair-Result-Count            PIC 9(3) VALUE ZEROS.
       01  PRS-Idx                      PIC 9(3).
       01  PRS-Best-Idx                 PIC 9(3).
       01  Pairs-Printed                PIC 9(3) VALUE ZEROS.

       01  OIL-Idx                      PIC 99.
       01  OIL-Other-Idx                PIC 99.
       01  Pair-Low                     PIC 99.
       01  Pair-High                    PIC 99.
       01  Pair-Lift                    PIC 9(4)V99.

      * Partners of the oil in hand, each taken once.
       01  Partner-Taken-Set.
           02  Partner-Taken-Flag       PIC X OCCURS 30 TIMES.
               88 Partner-Is-Taken      VALUE "Y".
       01  Partner-Count                PIC 9.
       01  Partner-Best-Idx             PIC 9(3).
       01  Partner-Best-Oil             PIC 99.
       01  Partner-Best-Conf            PIC 999V9.
       01  Oils-With-Partners           PIC 99 VALUE ZEROS.

       01  Basket-Heading-Line          PIC X(72) VALUE
           "     CO-PURCHASE ANALYSIS - OILS BOUGHT TOGETHER".

       01  Basket-Parm-Line.
           02  FILLER                   PIC X(17) VALUE
               " ORDERS FROM  : ".
           02  Prn-Window-Start         PIC 9(8).
           02  FILLER                   PIC X(5)  VALUE " TO ".
           02  Prn-Business-Date        PIC 9(8).
           02  FILLER                   PIC X(14) VALUE
               "   MIN ORDERS ".
           02  Prn-Min-Orders           PIC ZZ9.
           02  FILLER                   PIC X(11) VALUE
               "  MIN LIFT ".
           02  Prn-Min-Lift             PIC 9.99.

       01  Basket-Count-Line.
           02  FILLER                   PIC X(17) VALUE
               " ORDERS       : ".
           02  Prn-Total-Orders         PIC Z,ZZZ,ZZ9.
           02  FILLER                   PIC X(16) VALUE
               "   SALE LINES : ".
           02  Prn-Lines-Selected       PIC Z,ZZZ,ZZ9.

       01  Basket-Pair-Title-Line       PIC X(72) VALUE
           " PAIRS BOUGHT TOGETHER, STRONGEST LIFT FIRST".

       01  Basket-Pair-Topic-Line.
           02  FILLER                   PIC X(35) VALUE
               " OIL A            OIL B".
           02  FILLER                   PIC X(37) VALUE
               "ORDERS  SUPP%  A>B%  B>A%   LIFT".

       01  Basket-Pair-Detail-Line.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Oil-A                PIC 99.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Oil-A-Name           PIC X(13).
           02  FILLER                   PIC X(1)  VALUE SPACE.
           02  Prn-Oil-B                PIC 99.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Oil-B-Name           PIC X(13).
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Pair-Orders          PIC ZZZZZ9.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Support-Pct          PIC ZZ9.9.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Conf-A-B             PIC ZZ9.9.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Conf-B-A             PIC ZZ9.9.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Lift                 PIC ZZ9.99.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Blend-Flag           PIC X.

       01  Basket-Blend-Note-Line       PIC X(72) VALUE
           " B = THE TWO OILS ALREADY SHARE A BLENDBOM.DAT BLEND".

       01  Basket-No-Pairs-Line         PIC X(72) VALUE
           " NO PAIR MEETS THE THRESHOLDS".

       01  Basket-Partner-Title-Line    PIC X(72) VALUE
           " STRONGEST PARTNERS PER OIL".

       01  Basket-Partner-Oil-Line.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Partner-Oil          PIC 99.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Partner-Oil-Name     PIC X(20).
           02  FILLER                   PIC X(3)  VALUE " - ".
           02  Prn-Partner-Oil-Orders   PIC Z,ZZZ,ZZ9.
           02  FILLER                   PIC X(7)  VALUE " ORDERS".

       01  Basket-Partner-Detail-Line.
           02  FILLER                   PIC X(9)  VALUE
               "     WITH".
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Partner-With         PIC 99.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Partner-With-Name    PIC X(20).
           02  FILLER                   PIC X(7)  VALUE " CONF% ".
           02  Prn-Partner-Conf         PIC ZZ9.9.
           02  FILLER                   PIC X(7)  VALUE "  LIFT ".
           02  Prn-Partner-Lift         PIC ZZ9.99.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Partner-Blend-Flag   PIC X.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-PARAMETERS.
           PERFORM 1100-LOAD-OIL-NAMES.
           PERFORM 1200-LOAD-BLENDS.
           SORT BasketWorkFile ON ASCENDING BWK-CustomerID
                ON ASCENDING BWK-Trans-Date
                ON ASCENDING BWK-OilNum
                INPUT PROCEDURE IS 2000-SELECT-SALE-LINES
                OUTPUT PROCEDURE IS 2100-COUNT-ORDERS.
           PERFORM 3000-BUILD-PAIR-RESULTS.
           PERFORM 4000-PRINT-REPORT.
           DISPLAY "ORDERS ANALYSED: " Total-Orders
               " PAIRS REPORTED: " Pair-Result-Count.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-PARAMETERS.
           OPEN INPUT BasketParmFile.
           IF WS-BasketParm-File-Status = "00"
               READ BasketParmFile
                   NOT AT END
                       IF BasketParm-Months IS NUMERIC
                           AND BasketParm-Months > ZERO
                           MOVE BasketParm-Months TO Window-Months
                       END-IF
                       IF BasketParm-Min-Orders IS NUMERIC
                           AND BasketParm-Min-Orders > ZERO
                           MOVE BasketParm-Min-Orders
                               TO Min-Pair-Orders
                       END-IF
                       IF BasketParm-Min-Lift IS NUMERIC
                           MOVE BasketParm-Min-Lift TO Min-Lift
                       END-IF
                       IF BasketParm-Partners IS NUMERIC
                           AND BasketParm-Partners > ZERO
                           MOVE BasketParm-Partners
                               TO Partners-Per-Oil
                       END-IF
               END-READ
               CLOSE BasketParmFile
           ELSE
               DISPLAY "WARNING: BASKPARM.DAT NOT AVAILABLE - "
                   "USING THE DEFAULT THRESHOLDS"
           END-IF.
      * The window runs back whole months from the business date.
           MOVE Business-Date TO Window-Start.
           COMPUTE Window-Month-Count =
               WST-Year * 12 + WST-Month - 1 - Window-Months.
           DIVIDE Window-Month-Count BY 12 GIVING WST-Year
               REMAINDER WST-Month.
           ADD 1 TO WST-Month.

       1100-LOAD-OIL-NAMES.
           OPEN INPUT OilMasterFile.
           IF WS-OilMaster-File-Status = "00"
               READ OilMasterFile
                   AT END SET EndOfOilMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOilMasterFile
                   IF OilMast-OilNum IS NUMERIC
                       AND OilMast-OilNum > ZERO
                       AND OilMast-OilNum <= 30
                       MOVE OilMast-Name
                           TO Oil-Name-Entry(OilMast-OilNum)
                   END-IF
                   READ OilMasterFile
                       AT END SET EndOfOilMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OilMasterFile
           END-IF.

       1200-LOAD-BLENDS.
           OPEN INPUT BlendBomFile.
           IF WS-BlendBom-File-Status = "00"
               READ BlendBomFile
                   AT END SET EndOfBlendBomFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfBlendBomFile
                   IF BlendBom-Component IS NUMERIC
                       AND BlendBom-Component > ZERO
                       AND BlendBom-Component <= 30
                       AND Blend-Comp-Count < 200
                       ADD 1 TO Blend-Comp-Count
                       MOVE BlendBom-Blend-ID
                           TO BCP-Blend-ID(Blend-Comp-Count)
                       MOVE BlendBom-Component
                           TO BCP-Component(Blend-Comp-Count)
                   END-IF
                   READ BlendBomFile
                       AT END SET EndOfBlendBomFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BlendBomFile
           END-IF.
           PERFORM VARYING BCP-Idx FROM 1 BY 1
               UNTIL BCP-Idx > Blend-Comp-Count
               PERFORM VARYING BCP-Other-Idx FROM 1 BY 1
                   UNTIL BCP-Other-Idx > Blend-Comp-Count
                   IF BCP-Blend-ID(BCP-Other-Idx)
                       = BCP-Blend-ID(BCP-Idx)
                       MOVE "Y" TO Blend-Pair-Flag
                           (BCP-Component(BCP-Idx),
                            BCP-Component(BCP-Other-Idx))
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Sale lines in the window with units going out; returns and
      * lines for oils off the 1 to 30 range stay behind.
       2000-SELECT-SALE-LINES.
           OPEN INPUT SaleHistFile.
           IF WS-SaleHist-File-Status = "00"
               READ SaleHistFile
                   AT END SET EndOfSaleHistFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSaleHistFile
                   IF SHK-OilNum IS NUMERIC
                       AND SHK-OilNum > ZERO AND SHK-OilNum <= 30
                       AND SHK-UnitsSold IS NUMERIC
                       AND SHK-UnitsSold > ZERO
                       AND SHK-Trans-Date IS NUMERIC
                       AND SHK-Trans-Date > Window-Start
                       AND SHK-Trans-Date <= Business-Date
                       MOVE SHK-CustomerID TO BWK-CustomerID
                       MOVE SHK-Trans-Date TO BWK-Trans-Date
                       MOVE SHK-OilNum TO BWK-OilNum
                       RELEASE Basket-Work-Rec
                       ADD 1 TO Lines-Selected
                   END-IF
                   READ SaleHistFile
                       AT END SET EndOfSaleHistFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SaleHistFile
           ELSE
               DISPLAY "WARNING: SALEHIST.DAT NOT AVAILABLE - "
                   "NO ORDERS TO ANALYSE"
           END-IF.

       2100-COUNT-ORDERS.
           RETURN BasketWorkFile
               AT END SET EndOfBasketWorkFile TO TRUE
           END-RETURN.
           PERFORM 2150-COUNT-ONE-ORDER UNTIL EndOfBasketWorkFile.

      * One customer's lines on one date make the order; every oil
      * in it counts once, and so does every pair of its oils.
       2150-COUNT-ONE-ORDER.
           MOVE ALL "N" TO Order-Oil-Set.
           MOVE BWK-CustomerID TO Order-CustomerID.
           MOVE BWK-Trans-Date TO Order-Trans-Date.
           PERFORM UNTIL EndOfBasketWorkFile
               OR BWK-CustomerID NOT = Order-CustomerID
               OR BWK-Trans-Date NOT = Order-Trans-Date
               MOVE "Y" TO Order-Oil-Flag(BWK-OilNum)
               RETURN BasketWorkFile
                   AT END SET EndOfBasketWorkFile TO TRUE
               END-RETURN
           END-PERFORM.
           ADD 1 TO Total-Orders.
           PERFORM VARYING OIL-Idx FROM 1 BY 1 UNTIL OIL-Idx > 30
               IF Order-Has-Oil(OIL-Idx)
                   ADD 1 TO Oil-Orders(OIL-Idx)
                   PERFORM VARYING OIL-Other-Idx FROM OIL-Idx BY 1
                       UNTIL OIL-Other-Idx > 30
                       IF OIL-Other-Idx > OIL-Idx
                           AND Order-Has-Oil(OIL-Other-Idx)
                           ADD 1 TO Pair-Orders(OIL-Idx, OIL-Other-Idx)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      * Support and confidence as percentages; lift is the pair's
      * orders against what the two oils' own order counts would
      * give by chance.
       3000-BUILD-PAIR-RESULTS.
           PERFORM VARYING OIL-Idx FROM 1 BY 1 UNTIL OIL-Idx > 29
               PERFORM VARYING OIL-Other-Idx FROM OIL-Idx BY 1
                   UNTIL OIL-Other-Idx > 30
                   IF OIL-Other-Idx > OIL-Idx
                       AND Pair-Orders(OIL-Idx, OIL-Other-Idx)
                           >= Min-Pair-Orders
                       COMPUTE Pair-Lift ROUNDED =
                           Pair-Orders(OIL-Idx, OIL-Other-Idx)
                           * Total-Orders
                           / (Oil-Orders(OIL-Idx)
                              * Oil-Orders(OIL-Other-Idx))
                       IF Pair-Lift >= Min-Lift
                           PERFORM 3100-ADD-PAIR-RESULT
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       3100-ADD-PAIR-RESULT.
           ADD 1 TO Pair-Result-Count.
           MOVE OIL-Idx TO PRS-Oil-A(Pair-Result-Count).
           MOVE OIL-Other-Idx TO PRS-Oil-B(Pair-Result-Count).
           MOVE Pair-Orders(OIL-Idx, OIL-Other-Idx)
               TO PRS-Orders(Pair-Result-Count).
           COMPUTE PRS-Support-Pct(Pair-Result-Count) ROUNDED =
               Pair-Orders(OIL-Idx, OIL-Other-Idx) * 100
               / Total-Orders.
           COMPUTE PRS-Conf-A-B(Pair-Result-Count) ROUNDED =
               Pair-Orders(OIL-Idx, OIL-Other-Idx) * 100
               / Oil-Orders(OIL-Idx).
           COMPUTE PRS-Conf-B-A(Pair-Result-Count) ROUNDED =
               Pair-Orders(OIL-Idx, OIL-Other-Idx) * 100
               / Oil-Orders(OIL-Other-Idx).
           MOVE Pair-Lift TO PRS-Lift(Pair-Result-Count).
           MOVE "N" TO PRS-Printed(Pair-Result-Count).

       4000-PRINT-REPORT.
           OPEN OUTPUT BasketRep.
           WRITE Basket-Print-Line FROM Basket-Heading-Line
               AFTER ADVANCING 1 LINE.
           MOVE Window-Start TO Prn-Window-Start.
           MOVE Business-Date TO Prn-Business-Date.
           MOVE Min-Pair-Orders TO Prn-Min-Orders.
           MOVE Min-Lift TO Prn-Min-Lift.
           WRITE Basket-Print-Line FROM Basket-Parm-Line
               AFTER ADVANCING 2 LINES.
           MOVE Total-Orders TO Prn-Total-Orders.
           MOVE Lines-Selected TO Prn-Lines-Selected.
           WRITE Basket-Print-Line FROM Basket-Count-Line
               AFTER ADVANCING 1 LINE.
           WRITE Basket-Print-Line FROM Basket-Pair-Title-Line
               AFTER ADVANCING 2 LINES.
           IF Pair-Result-Count = ZERO
               WRITE Basket-Print-Line FROM Basket-No-Pairs-Line
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE Basket-Print-Line FROM Basket-Pair-Topic-Line
                   AFTER ADVANCING 2 LINES
               PERFORM 4100-PRINT-NEXT-PAIR
                   UNTIL Pairs-Printed >= Pair-Result-Count
               WRITE Basket-Print-Line FROM Basket-Blend-Note-Line
                   AFTER ADVANCING 2 LINES
               WRITE Basket-Print-Line FROM Basket-Partner-Title-Line
                   AFTER ADVANCING 3 LINES
               PERFORM VARYING OIL-Idx FROM 1 BY 1 UNTIL OIL-Idx > 30
                   PERFORM 4200-PRINT-OIL-PARTNERS
               END-PERFORM
           END-IF.
           CLOSE BasketRep.

       4100-PRINT-NEXT-PAIR.
           MOVE ZEROS TO PRS-Best-Idx.
           PERFORM VARYING PRS-Idx FROM 1 BY 1
               UNTIL PRS-Idx > Pair-Result-Count
               IF NOT PRS-Is-Printed(PRS-Idx)
                   IF PRS-Best-Idx = ZERO
                       MOVE PRS-Idx TO PRS-Best-Idx
                   ELSE
                       IF PRS-Lift(PRS-Idx) > PRS-Lift(PRS-Best-Idx)
                           OR (PRS-Lift(PRS-Idx)
                               = PRS-Lift(PRS-Best-Idx)
                               AND PRS-Orders(PRS-Idx)
                                   > PRS-Orders(PRS-Best-Idx))
                           MOVE PRS-Idx TO PRS-Best-Idx
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "Y" TO PRS-Printed(PRS-Best-Idx).
           ADD 1 TO Pairs-Printed.
           MOVE PRS-Oil-A(PRS-Best-Idx) TO Pair-Low, Prn-Oil-A.
           MOVE PRS-Oil-B(PRS-Best-Idx) TO Pair-High, Prn-Oil-B.
           MOVE Oil-Name-Entry(Pair-Low) TO Prn-Oil-A-Name.
           MOVE Oil-Name-Entry(Pair-High) TO Prn-Oil-B-Name.
           MOVE PRS-Orders(PRS-Best-Idx) TO Prn-Pair-Orders.
           MOVE PRS-Support-Pct(PRS-Best-Idx) TO Prn-Support-Pct.
           MOVE PRS-Conf-A-B(PRS-Best-Idx) TO Prn-Conf-A-B.
           MOVE PRS-Conf-B-A(PRS-Best-Idx) TO Prn-Conf-B-A.
           MOVE PRS-Lift(PRS-Best-Idx) TO Prn-Lift.
           IF Pair-In-Blend(Pair-Low, Pair-High)
               MOVE "B" TO Prn-Blend-Flag
           ELSE
               MOVE SPACE TO Prn-Blend-Flag
           END-IF.
           WRITE Basket-Print-Line FROM Basket-Pair-Detail-Line
               AFTER ADVANCING 1 LINE.

      * The oil's reported pairs, best lift first, up to the number
      * of partners asked for; confidence is from this oil's side.
       4200-PRINT-OIL-PARTNERS.
           MOVE ALL "N" TO Partner-Taken-Set.
           MOVE ZEROS TO Partner-Count.
           PERFORM UNTIL Partner-Count >= Partners-Per-Oil
               MOVE ZEROS TO Partner-Best-Idx
               PERFORM VARYING PRS-Idx FROM 1 BY 1
                   UNTIL PRS-Idx > Pair-Result-Count
                   PERFORM 4250-CHECK-PARTNER
               END-PERFORM
               IF Partner-Best-Idx = ZERO
                   MOVE Partners-Per-Oil TO Partner-Count
               ELSE
                   PERFORM 4300-PRINT-PARTNER
               END-IF
           END-PERFORM.

       4250-CHECK-PARTNER.
           EVALUATE TRUE
               WHEN PRS-Oil-A(PRS-Idx) = OIL-Idx
                   MOVE PRS-Oil-B(PRS-Idx) TO OIL-Other-Idx
               WHEN PRS-Oil-B(PRS-Idx) = OIL-Idx
                   MOVE PRS-Oil-A(PRS-Idx) TO OIL-Other-Idx
               WHEN OTHER
                   MOVE ZEROS TO OIL-Other-Idx
           END-EVALUATE.
           IF OIL-Other-Idx > ZERO
               AND NOT Partner-Is-Taken(OIL-Other-Idx)
               IF Partner-Best-Idx = ZERO
                   MOVE PRS-Idx TO Partner-Best-Idx
                   MOVE OIL-Other-Idx TO Partner-Best-Oil
               ELSE
                   IF PRS-Lift(PRS-Idx) > PRS-Lift(Partner-Best-Idx)
                       MOVE PRS-Idx TO Partner-Best-Idx
                       MOVE OIL-Other-Idx TO Partner-Best-Oil
                   END-IF
               END-IF
           END-IF.

       4300-PRINT-PARTNER.
           IF Partner-Count = ZERO
               ADD 1 TO Oils-With-Partners
               MOVE OIL-Idx TO Prn-Partner-Oil
               MOVE Oil-Name-Entry(OIL-Idx) TO Prn-Partner-Oil-Name
               MOVE Oil-Orders(OIL-Idx) TO Prn-Partner-Oil-Orders
               WRITE Basket-Print-Line FROM Basket-Partner-Oil-Line
                   AFTER ADVANCING 2 LINES
           END-IF.
           ADD 1 TO Partner-Count.
           MOVE "Y" TO Partner-Taken-Flag(Partner-Best-Oil).
           IF PRS-Oil-A(Partner-Best-Idx) = OIL-Idx
               MOVE PRS-Conf-A-B(Partner-Best-Idx) TO Partner-Best-Conf
           ELSE
               MOVE PRS-Conf-B-A(Partner-Best-Idx) TO Partner-Best-Conf
           END-IF.
           MOVE Partner-Best-Oil TO Prn-Partner-With.
           MOVE Oil-Name-Entry(Partner-Best-Oil)
               TO Prn-Partner-With-Name.
           MOVE Partner-Best-Conf TO Prn-Partner-Conf.
           MOVE PRS-Lift(Partner-Best-Idx) TO Prn-Partner-Lift.
           IF Pair-In-Blend(OIL-Idx, Partner-Best-Oil)
               MOVE "B" TO Prn-Partner-Blend-Flag
           ELSE
               MOVE SPACE TO Prn-Partner-Blend-Flag
           END-IF.
           WRITE Basket-Print-Line FROM Basket-Partner-Detail-Line
               AFTER ADVANCING 1 LINE.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="BASKETRPT"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM BasketRpt.
