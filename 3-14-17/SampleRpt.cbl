      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly free-of-charge sample report. Every sample
      *          SAMPHIST.DAT shows issued in the business date's
      *          month prints under the rep who gave it, with its
      *          bottles and cost, against the orders the recipient
      *          has placed since the sample date: the SALEHIST.DAT
      *          order lines from the recipient dated after the
      *          issue, counted and valued at the OILPRICE.DAT list
      *          price in force on the order date, and how many of
      *          them were for the sampled oil. A sample given to a
      *          prospect not yet on the customer master can have no
      *          orders against it and says so. Each rep closes with
      *          a total of samples, cost, samples followed by an
      *          order and the value ordered; SAMPLE.RPT ends with
      *          the same totals for the company.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SampleRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SampleHistFile ASSIGN TO "SAMPHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SampleHist-File-Status.

       SELECT SaleHistFile ASSIGN TO "SALEHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SaleHist-File-Status.

       SELECT OilPriceFile ASSIGN TO "OILPRICE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OilPrice-File-Status.

       SELECT RepMasterFile ASSIGN TO "REPMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RepMaster-File-Status.

       SELECT SampleRep ASSIGN TO "SAMPLE.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD SampleHistFile.
       01 SampleHist-Rec.
           88 EndOfSampleHistFile  VALUE HIGH-VALUES.
           02  SMH-Issue-Date         PIC 9(8).
           02  FILLER                 PIC X.
           02  SMH-RepCode            PIC X(3).
           02  FILLER                 PIC X.
           02  SMH-CustomerID         PIC X(5).
           02  FILLER                 PIC X.
           02  SMH-Recipient-Name     PIC X(20).
           02  FILLER                 PIC X.
           02  SMH-OilNum             PIC 99.
           02  FILLER                 PIC X.
           02  SMH-UnitSize           PIC 99.
           02  FILLER                 PIC X.
           02  SMH-Bottles            PIC 999.
           02  FILLER                 PIC X.
           02  SMH-Qty                PIC 9(5).
           02  FILLER                 PIC X.
           02  SMH-Branch             PIC X(3).
           02  FILLER                 PIC X.
           02  SMH-Operator-ID        PIC X(5).
           02  FILLER                 PIC X.
           02  SMH-Cost               PIC 9(7)V99.
           02  FILLER                 PIC X.
           02  SMH-Post-Date          PIC 9(8).

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

       FD RepMasterFile.
       01 RepMast-Rec.
           88 EndOfRepMasterFile   VALUE HIGH-VALUES.
           02  RepMast-RepCode          PIC X(3).
           02  FILLER                   PIC X.
           02  RepMast-Name             PIC X(20).

       FD SampleRep.
       01 Sample-Print-Line           PIC X(80).

       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-SampleHist-File-Status    PIC XX.
       01  WS-SaleHist-File-Status      PIC XX.
       01  WS-OilPrice-File-Status      PIC XX.
       01  WS-RepMaster-File-Status     PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Month-Start                  PIC 9(8).
       01  Month-Start-F REDEFINES Month-Start.
           02  MST-Year                 PIC 9(4).
           02  MST-Month                PIC 99.
           02  MST-Day                  PIC 99.

      * The month's samples, each with the orders found against it.
       01  Sample-Table.
           02  Sample-Entry OCCURS 1000 TIMES.
               03  SMT-Issue-Date       PIC 9(8).
               03  SMT-RepCode          PIC X(3).
               03  SMT-CustomerID       PIC X(5).
               03  SMT-Recipient-Name   PIC X(20).
               03  SMT-OilNum           PIC 99.
               03  SMT-UnitSize         PIC 99.
               03  SMT-Bottles          PIC 999.
               03  SMT-Cost             PIC 9(7)V99.
               03  SMT-Orders           PIC 9(5).
               03  SMT-Same-Oil-Orders  PIC 9(5).
               03  SMT-Order-Value      PIC S9(9)V99.
               03  SMT-Printed          PIC X.
                   88 SMT-Is-Printed    VALUE "Y".
       01  Sample-Count                 PIC 9(4) VALUE ZEROS.
       01  SMT-Idx                      PIC 9(4).
       01  SMT-Rep-Idx                  PIC 9(4).
       01  Samples-Skipped              PIC 9(5) VALUE ZEROS.

       01  Rep-Master-Table.
           02  Rep-Master-Entry OCCURS 50 TIMES.
               03  RPM-RepCode          PIC X(3).
               03  RPM-Name             PIC X(20).
       01  Rep-Master-Count             PIC 99 VALUE ZEROS.
       01  RPM-Idx                      PIC 99.
       01  Current-RepCode              PIC X(3).
       01  Current-Rep-Name             PIC X(20).

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

       01  Rep-Totals.
           02  Rep-Samples              PIC 9(5).
           02  Rep-Bottles              PIC 9(7).
           02  Rep-Cost                 PIC 9(9)V99.
           02  Rep-Ordering             PIC 9(5).
           02  Rep-Order-Value          PIC S9(11)V99.
       01  Company-Totals.
           02  Co-Samples               PIC 9(5)      VALUE ZEROS.
           02  Co-Bottles               PIC 9(7)      VALUE ZEROS.
           02  Co-Cost                  PIC 9(9)V99   VALUE ZEROS.
           02  Co-Ordering              PIC 9(5)      VALUE ZEROS.
           02  Co-Order-Value           PIC S9(11)V99 VALUE ZEROS.

       01  Sample-Heading-Line.
           02  FILLER                   PIC X(40) VALUE
               "   FREE-OF-CHARGE SAMPLES BY REP FOR ".
           02  Prn-Month-Start          PIC 9(8).
           02  FILLER                   PIC X(4)  VALUE " TO ".
           02  Prn-Month-End            PIC 9(8).

       01  Sample-Rep-Line.
           02  FILLER                   PIC X(6)  VALUE " REP: ".
           02  Prn-RepCode              PIC X(3).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Rep-Name             PIC X(20).

       01  Sample-Topic-Line.
           02  FILLER                   PIC X(40) VALUE
               " DATE     CUST  RECIPIENT            OIL".
           02  FILLER                   PIC X(40) VALUE
               "BTLS SZ       COST ORDS SAME  ORD VALUE".

       01  Sample-Detail-Line.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Issue-Date           PIC 9(8).
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-CustomerID           PIC X(5).
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Recipient-Name       PIC X(20).
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-OilNum               PIC 99.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Bottles              PIC ZZ9.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-UnitSize             PIC Z9.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Cost                 PIC ZZZ,ZZ9.99.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Orders               PIC ZZZ9.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Same-Oil             PIC ZZZ9.
           02  FILLER                   PIC X     VALUE SPACE.
           02  Prn-Order-Value          PIC ZZZ,ZZ9.99-.

       01  Sample-Prospect-Line.
           02  FILLER                   PIC X(16) VALUE SPACES.
           02  FILLER                   PIC X(50) VALUE
               "PROSPECT - NOT ON THE CUSTOMER MASTER, NO ORDERS".

       01  Sample-Total-Line.
           02  Prn-Total-Label          PIC X(12).
           02  FILLER                   PIC X(10) VALUE " SAMPLES: ".
           02  Prn-Total-Samples        PIC ZZZZ9.
           02  FILLER                   PIC X(7)  VALUE " BTLS: ".
           02  Prn-Total-Bottles        PIC ZZZ,ZZ9.
           02  FILLER                   PIC X(7)  VALUE " COST: ".
           02  Prn-Total-Cost           PIC ZZZ,ZZZ,ZZ9.99.

       01  Sample-Total-Order-Line.
           02  FILLER                   PIC X(12) VALUE SPACES.
           02  FILLER                   PIC X(23) VALUE
               " SAMPLES WITH ORDERS: ".
           02  Prn-Total-Ordering       PIC ZZZZ9.
           02  FILLER                   PIC X(16) VALUE
               "  ORDER VALUE: ".
           02  Prn-Total-Order-Value    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  Sample-None-Line             PIC X(44) VALUE
           " NO SAMPLES ISSUED IN THE MONTH".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           MOVE Business-Date TO Month-Start.
           MOVE 01 TO MST-Day.
           PERFORM 1000-LOAD-REP-MASTER.
           PERFORM 1100-LOAD-OIL-PRICES.
           PERFORM 1200-LOAD-MONTH-SAMPLES.
           PERFORM 2000-MATCH-LATER-ORDERS.
           PERFORM 3000-PRINT-REPORT.
           DISPLAY "SAMPLES REPORTED: " Sample-Count.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-REP-MASTER.
           OPEN INPUT RepMasterFile.
           IF WS-RepMaster-File-Status = "00"
               READ RepMasterFile
                   AT END SET EndOfRepMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfRepMasterFile
                   IF Rep-Master-Count < 50
                       ADD 1 TO Rep-Master-Count
                       MOVE RepMast-RepCode
                           TO RPM-RepCode(Rep-Master-Count)
                       MOVE RepMast-Name
                           TO RPM-Name(Rep-Master-Count)
                   END-IF
                   READ RepMasterFile
                       AT END SET EndOfRepMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RepMasterFile
           END-IF.

       1100-LOAD-OIL-PRICES.
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
                   "LATER ORDERS WILL VALUE AT ZERO"
           END-IF.

       1200-LOAD-MONTH-SAMPLES.
           OPEN INPUT SampleHistFile.
           IF WS-SampleHist-File-Status = "00"
               READ SampleHistFile
                   AT END SET EndOfSampleHistFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSampleHistFile
                   IF SMH-Issue-Date IS NUMERIC
                       AND SMH-Issue-Date >= Month-Start
                       AND SMH-Issue-Date <= Business-Date
                       IF Sample-Count < 1000
                           ADD 1 TO Sample-Count
                           PERFORM 1250-STORE-SAMPLE
                       ELSE
                           ADD 1 TO Samples-Skipped
                       END-IF
                   END-IF
                   READ SampleHistFile
                       AT END SET EndOfSampleHistFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SampleHistFile
           ELSE
               DISPLAY "WARNING: SAMPHIST.DAT NOT AVAILABLE - "
                   "NO SAMPLES TO REPORT"
           END-IF.
           IF Samples-Skipped > ZERO
               DISPLAY "WARNING: SAMPLE TABLE FULL - "
                   Samples-Skipped " SAMPLES NOT REPORTED"
           END-IF.

       1250-STORE-SAMPLE.
           MOVE SMH-Issue-Date TO SMT-Issue-Date(Sample-Count).
           MOVE SMH-RepCode TO SMT-RepCode(Sample-Count).
           MOVE SMH-CustomerID TO SMT-CustomerID(Sample-Count).
           MOVE SMH-Recipient-Name TO SMT-Recipient-Name(Sample-Count).
           MOVE SMH-OilNum TO SMT-OilNum(Sample-Count).
           MOVE SMH-UnitSize TO SMT-UnitSize(Sample-Count).
           MOVE SMH-Bottles TO SMT-Bottles(Sample-Count).
           IF SMH-Cost IS NUMERIC
               MOVE SMH-Cost TO SMT-Cost(Sample-Count)
           ELSE
               MOVE ZEROS TO SMT-Cost(Sample-Count)
           END-IF.
           MOVE ZEROS TO SMT-Orders(Sample-Count).
           MOVE ZEROS TO SMT-Same-Oil-Orders(Sample-Count).
           MOVE ZEROS TO SMT-Order-Value(Sample-Count).
           MOVE "N" TO SMT-Printed(Sample-Count).

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

      * One pass of the sales history: an order line from a sampled
      * customer dated after the sample counts against that sample.
      * Returns carry negative units and take their value back off
      * but do not count as orders.
       2000-MATCH-LATER-ORDERS.
           IF Sample-Count > ZERO
               OPEN INPUT SaleHistFile
               IF WS-SaleHist-File-Status = "00"
                   READ SaleHistFile
                       AT END SET EndOfSaleHistFile TO TRUE
                   END-READ
                   PERFORM UNTIL EndOfSaleHistFile
                       IF SHK-OilNum IS NUMERIC
                           AND SHK-OilNum > ZERO AND SHK-OilNum <= 30
                           AND SHK-Trans-Date IS NUMERIC
                           AND SHK-CustomerID NOT = SPACES
                           PERFORM 2100-MATCH-ONE-ORDER
                       END-IF
                       READ SaleHistFile
                           AT END SET EndOfSaleHistFile TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE SaleHistFile
               ELSE
                   DISPLAY "WARNING: SALEHIST.DAT NOT AVAILABLE - "
                       "NO LATER ORDERS SHOWN"
               END-IF
           END-IF.

       2100-MATCH-ONE-ORDER.
           COMPUTE Sale-Qty-Sold = SHK-UnitSize * SHK-UnitsSold.
           MOVE SHK-OilNum TO Lookup-Oil-Num.
           MOVE SHK-Trans-Date TO Lookup-Price-Date.
           PERFORM 1350-LOOKUP-OIL-PRICE.
           COMPUTE Value-Of-Sale ROUNDED =
               Sale-Qty-Sold * Oil-Cost-For-Line.
           PERFORM VARYING SMT-Idx FROM 1 BY 1
               UNTIL SMT-Idx > Sample-Count
               IF SMT-CustomerID(SMT-Idx) = SHK-CustomerID
                   AND SHK-Trans-Date > SMT-Issue-Date(SMT-Idx)
                   ADD Value-Of-Sale TO SMT-Order-Value(SMT-Idx)
                   IF SHK-UnitsSold > ZERO
                       ADD 1 TO SMT-Orders(SMT-Idx)
                       IF SHK-OilNum = SMT-OilNum(SMT-Idx)
                           ADD 1 TO SMT-Same-Oil-Orders(SMT-Idx)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Reps in the order they first appear; each rep's samples
      * print together and are marked so the outer walk skips them.
       3000-PRINT-REPORT.
           OPEN OUTPUT SampleRep.
           MOVE Month-Start TO Prn-Month-Start.
           MOVE Business-Date TO Prn-Month-End.
           WRITE Sample-Print-Line FROM Sample-Heading-Line
           AFTER ADVANCING 1 LINE.
           IF Sample-Count = ZERO
               WRITE Sample-Print-Line FROM Sample-None-Line
               AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM VARYING SMT-Rep-Idx FROM 1 BY 1
               UNTIL SMT-Rep-Idx > Sample-Count
               IF NOT SMT-Is-Printed(SMT-Rep-Idx)
                   MOVE SMT-RepCode(SMT-Rep-Idx) TO Current-RepCode
                   PERFORM 3100-PRINT-ONE-REP
               END-IF
           END-PERFORM.
           MOVE "  COMPANY" TO Prn-Total-Label.
           MOVE Co-Samples TO Prn-Total-Samples.
           MOVE Co-Bottles TO Prn-Total-Bottles.
           MOVE Co-Cost TO Prn-Total-Cost.
           MOVE Co-Ordering TO Prn-Total-Ordering.
           MOVE Co-Order-Value TO Prn-Total-Order-Value.
           WRITE Sample-Print-Line FROM Sample-Total-Line
           AFTER ADVANCING 3 LINES.
           WRITE Sample-Print-Line FROM Sample-Total-Order-Line
           AFTER ADVANCING 1 LINE.
           CLOSE SampleRep.

       3100-PRINT-ONE-REP.
           MOVE "UNKNOWN REP" TO Current-Rep-Name.
           PERFORM VARYING RPM-Idx FROM 1 BY 1
               UNTIL RPM-Idx > Rep-Master-Count
               IF RPM-RepCode(RPM-Idx) = Current-RepCode
                   MOVE RPM-Name(RPM-Idx) TO Current-Rep-Name
               END-IF
           END-PERFORM.
           MOVE Current-RepCode TO Prn-RepCode.
           MOVE Current-Rep-Name TO Prn-Rep-Name.
           WRITE Sample-Print-Line FROM Sample-Rep-Line
           AFTER ADVANCING 3 LINES.
           WRITE Sample-Print-Line FROM Sample-Topic-Line
           AFTER ADVANCING 2 LINES.
           INITIALIZE Rep-Totals.
           PERFORM VARYING SMT-Idx FROM SMT-Rep-Idx BY 1
               UNTIL SMT-Idx > Sample-Count
               IF SMT-RepCode(SMT-Idx) = Current-RepCode
                   PERFORM 3200-PRINT-ONE-SAMPLE
               END-IF
           END-PERFORM.
           MOVE "  REP TOTAL" TO Prn-Total-Label.
           MOVE Rep-Samples TO Prn-Total-Samples.
           MOVE Rep-Bottles TO Prn-Total-Bottles.
           MOVE Rep-Cost TO Prn-Total-Cost.
           MOVE Rep-Ordering TO Prn-Total-Ordering.
           MOVE Rep-Order-Value TO Prn-Total-Order-Value.
           WRITE Sample-Print-Line FROM Sample-Total-Line
           AFTER ADVANCING 2 LINES.
           WRITE Sample-Print-Line FROM Sample-Total-Order-Line
           AFTER ADVANCING 1 LINE.
           ADD Rep-Samples TO Co-Samples.
           ADD Rep-Bottles TO Co-Bottles.
           ADD Rep-Cost TO Co-Cost.
           ADD Rep-Ordering TO Co-Ordering.
           ADD Rep-Order-Value TO Co-Order-Value.

       3200-PRINT-ONE-SAMPLE.
           MOVE "Y" TO SMT-Printed(SMT-Idx).
           MOVE SMT-Issue-Date(SMT-Idx) TO Prn-Issue-Date.
           MOVE SMT-CustomerID(SMT-Idx) TO Prn-CustomerID.
           MOVE SMT-Recipient-Name(SMT-Idx) TO Prn-Recipient-Name.
           MOVE SMT-OilNum(SMT-Idx) TO Prn-OilNum.
           MOVE SMT-Bottles(SMT-Idx) TO Prn-Bottles.
           MOVE SMT-UnitSize(SMT-Idx) TO Prn-UnitSize.
           MOVE SMT-Cost(SMT-Idx) TO Prn-Cost.
           MOVE SMT-Orders(SMT-Idx) TO Prn-Orders.
           MOVE SMT-Same-Oil-Orders(SMT-Idx) TO Prn-Same-Oil.
           MOVE SMT-Order-Value(SMT-Idx) TO Prn-Order-Value.
           WRITE Sample-Print-Line FROM Sample-Detail-Line
           AFTER ADVANCING 1 LINE.
           IF SMT-CustomerID(SMT-Idx) = SPACES
               WRITE Sample-Print-Line FROM Sample-Prospect-Line
               AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO Rep-Samples.
           ADD SMT-Bottles(SMT-Idx) TO Rep-Bottles.
           ADD SMT-Cost(SMT-Idx) TO Rep-Cost.
           IF SMT-Orders(SMT-Idx) > ZERO
               ADD 1 TO Rep-Ordering
           END-IF.
           ADD SMT-Order-Value(SMT-Idx) TO Rep-Order-Value.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="SAMPLERPT"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM SampleRpt.
