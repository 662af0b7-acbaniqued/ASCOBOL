      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly cycle-count sheet and count coverage report.
      *          The oils CYCSCHD.DAT plans for the business date,
      *          and any earlier planned count not yet taken, print
      *          on CYCCOUNT.RPT as the day's count sheet with a
      *          blank column for the counter; the sheet is keyed
      *          through StockTake, whose variance approval posts it
      *          and marks the counts taken. Below the sheet, every
      *          classified oil on OILCLASS.DAT shows its class, last
      *          count date and the months since, flagged OVERDUE
      *          when an A oil has gone more than a month, a B oil
      *          more than three or a C oil more than twelve without
      *          a count, or has never been counted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CycleCount.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT StockLedgerFile ASSIGN TO "STOCKLED.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-StockLedger-File-Status.

       SELECT OilClassFile ASSIGN TO "OILCLASS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OilClass-File-Status.

       SELECT CycSchedFile ASSIGN TO "CYCSCHD.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CycSched-File-Status.

       SELECT CycleCountRep ASSIGN TO "CYCCOUNT.RPT"
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
           02  FILLER                 PIC X.
           02  OCL-Last-Count-Date    PIC 9(8).
           02  OCL-Last-Count-F REDEFINES OCL-Last-Count-Date.
               03  OCL-Last-Year      PIC 9(4).
               03  OCL-Last-Month     PIC 99.
               03  OCL-Last-Day       PIC 99.

       FD CycSchedFile.
       01 CycSched-Rec.
           88 EndOfCycSchedFile   VALUE HIGH-VALUES.
           02  CYC-Count-Date         PIC 9(8).
           02  FILLER                 PIC X.
           02  CYC-OilNum             PIC 99.
           02  FILLER                 PIC X.
           02  CYC-Class              PIC X.
      * P planned, C counted.
           02  FILLER                 PIC X.
           02  CYC-Status             PIC X.
               88 CYC-Is-Planned      VALUE "P".
           02  FILLER                 PIC X.
           02  CYC-Counted-Date       PIC 9(8).

       FD CycleCountRep.
       01 CycleCount-Print-Line       PIC X(72).

       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-StockLedger-File-Status   PIC XX.
       01  WS-OilClass-File-Status      PIC XX.
       01  WS-CycSched-File-Status      PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Business-Date-Parts REDEFINES Business-Date.
           02  Business-Year            PIC 9(4).
           02  Business-Month           PIC 99.
           02  Business-Day             PIC 99.

       01  Stock-Table.
           02  Stock-Entry OCCURS 30 TIMES.
               03  STK-OnHand           PIC S9(7) VALUE ZEROS.
               03  STK-In-Use           PIC X     VALUE "N".
                   88 STK-Is-In-Use     VALUE "Y".
      * One sheet line per oil however many planned counts are due.
               03  STK-On-Sheet         PIC X     VALUE "N".
                   88 STK-Is-On-Sheet   VALUE "Y".

       01  Sheet-Lines                  PIC 9(3) VALUE ZEROS.
       01  Overdue-Oils                 PIC 9(3) VALUE ZEROS.
       01  Months-Since                 PIC S9(5).
       01  Count-Interval               PIC 99.

       01  Cycle-Heading-Line           PIC X(72) VALUE
           "     CYCLE-COUNT SHEET AND COUNT COVERAGE".

       01  Cycle-Date-Line.
           02  FILLER                   PIC X(17) VALUE
               " COUNT DATE   : ".
           02  Prn-Business-Date        PIC 9(8).

       01  Cycle-Sheet-Topic-Line       PIC X(72) VALUE
           " OIL  CLASS  PLANNED       BOOK ON-HAND   COUNTED".

       01  Cycle-Sheet-Detail-Line.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Sheet-OilNum         PIC Z9.
           02  FILLER                   PIC X(5)  VALUE SPACES.
           02  Prn-Sheet-Class          PIC X.
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  Prn-Sheet-Planned        PIC 9(8).
           02  FILLER                   PIC X(4)  VALUE SPACES.
           02  Prn-Sheet-OnHand         PIC ZZZZ,ZZ9-.
           02  FILLER                   PIC X(4)  VALUE SPACES.
           02  FILLER                   PIC X(10) VALUE "__________".
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Sheet-Missed         PIC X(6).

       01  Cycle-No-Sheet-Line          PIC X(72) VALUE
           "     NO COUNTS PLANNED FOR TODAY".

       01  Cycle-Cover-Heading          PIC X(72) VALUE
           " COUNT COVERAGE".

       01  Cycle-Cover-Topic-Line       PIC X(72) VALUE
           " OIL  CLASS  LAST COUNTED  MONTHS  EVERY".

       01  Cycle-Cover-Detail-Line.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Cover-OilNum         PIC Z9.
           02  FILLER                   PIC X(5)  VALUE SPACES.
           02  Prn-Cover-Class          PIC X.
           02  FILLER                   PIC X(4)  VALUE SPACES.
           02  Prn-Cover-Last           PIC X(8).
           02  Prn-Cover-Last-N REDEFINES Prn-Cover-Last
                                        PIC 9(8).
           02  FILLER                   PIC X(4)  VALUE SPACES.
           02  Prn-Cover-Months         PIC ZZ9.
           02  FILLER                   PIC X(5)  VALUE SPACES.
           02  Prn-Cover-Interval       PIC Z9.
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  Prn-Cover-Flag           PIC X(7).

       01  Cycle-Total-Line.
           02  FILLER                   PIC X(24) VALUE
               " OILS OVERDUE A COUNT : ".
           02  Prn-Overdue-Oils         PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-STOCK-LEDGER.
           OPEN OUTPUT CycleCountRep.
           WRITE CycleCount-Print-Line FROM Cycle-Heading-Line
           AFTER ADVANCING 1 LINE.
           MOVE Business-Date TO Prn-Business-Date.
           WRITE CycleCount-Print-Line FROM Cycle-Date-Line
           AFTER ADVANCING 1 LINE.
           PERFORM 2000-PRINT-COUNT-SHEET.
           PERFORM 3000-PRINT-COVERAGE.
           CLOSE CycleCountRep.
           DISPLAY "OILS ON TODAY'S COUNT SHEET: " Sheet-Lines.
           DISPLAY "OILS OVERDUE A COUNT: " Overdue-Oils.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-STOCK-LEDGER.
           OPEN INPUT StockLedgerFile.
           IF WS-StockLedger-File-Status = "00"
               READ StockLedgerFile
                   AT END SET EndOfStockLedgerFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfStockLedgerFile
                   IF Stock-OilNum > ZERO AND Stock-OilNum <= 30
                       MOVE Stock-OnHand TO STK-OnHand(Stock-OilNum)
                       MOVE "Y" TO STK-In-Use(Stock-OilNum)
                   END-IF
                   READ StockLedgerFile
                       AT END SET EndOfStockLedgerFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StockLedgerFile
           ELSE
               DISPLAY "WARNING: STOCKLED.DAT NOT AVAILABLE - "
                   "NO BOOK FIGURES ON THE SHEET"
           END-IF.

      * A planned count from an earlier day that StockTake has not
      * marked taken carries onto today's sheet as MISSED.
       2000-PRINT-COUNT-SHEET.
           WRITE CycleCount-Print-Line FROM Cycle-Sheet-Topic-Line
           AFTER ADVANCING 2 LINES.
           OPEN INPUT CycSchedFile.
           IF WS-CycSched-File-Status = "00"
               READ CycSchedFile
                   AT END SET EndOfCycSchedFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCycSchedFile
                   IF CYC-Is-Planned
                       AND CYC-Count-Date <= Business-Date
                       AND CYC-OilNum > ZERO AND CYC-OilNum <= 30
                       AND NOT STK-Is-On-Sheet(CYC-OilNum)
                       MOVE "Y" TO STK-On-Sheet(CYC-OilNum)
                       MOVE CYC-OilNum TO Prn-Sheet-OilNum
                       MOVE CYC-Class TO Prn-Sheet-Class
                       MOVE CYC-Count-Date TO Prn-Sheet-Planned
                       MOVE STK-OnHand(CYC-OilNum) TO Prn-Sheet-OnHand
                       IF CYC-Count-Date < Business-Date
                           MOVE "MISSED" TO Prn-Sheet-Missed
                       ELSE
                           MOVE SPACES TO Prn-Sheet-Missed
                       END-IF
                       WRITE CycleCount-Print-Line
                       FROM Cycle-Sheet-Detail-Line
                       AFTER ADVANCING 1 LINE
                       ADD 1 TO Sheet-Lines
                   END-IF
                   READ CycSchedFile
                       AT END SET EndOfCycSchedFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CycSchedFile
           ELSE
               DISPLAY "WARNING: CYCSCHD.DAT NOT AVAILABLE - RUN THE "
                   "ABC CLASSIFICATION FIRST"
           END-IF.
           IF Sheet-Lines = ZERO
               WRITE CycleCount-Print-Line FROM Cycle-No-Sheet-Line
               AFTER ADVANCING 1 LINE
           END-IF.

      * Months counted calendar month to calendar month, the
      * business month against the month of the last count.
       3000-PRINT-COVERAGE.
           WRITE CycleCount-Print-Line FROM Cycle-Cover-Heading
           AFTER ADVANCING 2 LINES.
           WRITE CycleCount-Print-Line FROM Cycle-Cover-Topic-Line
           AFTER ADVANCING 1 LINE.
           OPEN INPUT OilClassFile.
           IF WS-OilClass-File-Status = "00"
               READ OilClassFile
                   AT END SET EndOfOilClassFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOilClassFile
                   PERFORM 3100-PRINT-ONE-OIL
                   READ OilClassFile
                       AT END SET EndOfOilClassFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OilClassFile
           ELSE
               DISPLAY "WARNING: OILCLASS.DAT NOT AVAILABLE - RUN THE "
                   "ABC CLASSIFICATION FIRST"
           END-IF.
           MOVE Overdue-Oils TO Prn-Overdue-Oils.
           WRITE CycleCount-Print-Line FROM Cycle-Total-Line
           AFTER ADVANCING 2 LINES.

       3100-PRINT-ONE-OIL.
           EVALUATE OCL-Class
               WHEN "A" MOVE 01 TO Count-Interval
               WHEN "B" MOVE 03 TO Count-Interval
               WHEN OTHER MOVE 12 TO Count-Interval
           END-EVALUATE.
           MOVE OCL-OilNum TO Prn-Cover-OilNum.
           MOVE OCL-Class TO Prn-Cover-Class.
           MOVE Count-Interval TO Prn-Cover-Interval.
           MOVE SPACES TO Prn-Cover-Flag.
           IF OCL-Last-Count-Date IS NOT NUMERIC
               OR OCL-Last-Count-Date = ZERO
               MOVE "NEVER" TO Prn-Cover-Last
               MOVE ZEROS TO Prn-Cover-Months
               MOVE "OVERDUE" TO Prn-Cover-Flag
               ADD 1 TO Overdue-Oils
           ELSE
               MOVE OCL-Last-Count-Date TO Prn-Cover-Last-N
               COMPUTE Months-Since =
                   (Business-Year * 12 + Business-Month)
                   - (OCL-Last-Year * 12 + OCL-Last-Month)
               IF Months-Since < ZERO
                   MOVE ZEROS TO Months-Since
               END-IF
               MOVE Months-Since TO Prn-Cover-Months
               IF Months-Since > Count-Interval
                   MOVE "OVERDUE" TO Prn-Cover-Flag
                   ADD 1 TO Overdue-Oils
               END-IF
           END-IF.
           WRITE CycleCount-Print-Line FROM Cycle-Cover-Detail-Line
           AFTER ADVANCING 1 LINE.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="CYCLECOUNT"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM CycleCount.
