      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly expiry run over the STKLOTS.DAT lots. A lot
      *          with stock left whose expiry date falls within the
      *          EXPPARM.DAT window of days from the business date
      *          is quarantined (status Q) and listed on EXPIRY.RPT
      *          for a clearance promotion; the stock relief draws
      *          it first, being the first to expire. A lot at or
      *          past its expiry date is marked expired (status E),
      *          is drawn no further, and has a write-off raised on
      *          EXPWOFF.DAT at the lot's cost, which waits for the
      *          warehouse manager's approval in ExpWoAppr before it
      *          touches STOCKLED.DAT or the general ledger. Lots on
      *          QC hold stay on hold until they expire; lots QC
      *          rejected are left to the supplier return.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExpiryRun.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT StockLotFile ASSIGN TO "STKLOTS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-StockLot-File-Status.

      * Read only, for the average cost of a lot received before
      * lots carried their own.
       SELECT StockLedgerFile ASSIGN TO "STOCKLED.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-StockLedger-File-Status.

      * One record: the quarantine window in days. Missing, the run
      * uses the default below.
       SELECT ExpParmFile ASSIGN TO "EXPPARM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ExpParm-File-Status.

      * Write-offs raised here and approved in ExpWoAppr; appended
      * to, never replaced, so the approvals stay on file for the
      * general-ledger extract.
       SELECT ExpWoffFile ASSIGN TO "EXPWOFF.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ExpWoff-File-Status.

       SELECT ExpiryRep ASSIGN TO "EXPIRY.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
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
      * H on QC hold, A released, R rejected; Q quarantined near
      * expiry, E expired awaiting write-off, W written off.
           02  FILLER                 PIC X.
           02  Lot-QC-Status          PIC X.

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

       FD ExpParmFile.
       01 ExpParm-Rec.
           02  ExpParm-Window-Days    PIC 999.

       FD ExpWoffFile.
       01 ExpWoff-Rec.
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

       FD ExpiryRep.
       01 Expiry-Print-Line           PIC X(72).

       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-StockLot-File-Status      PIC XX.
       01  WS-StockLedger-File-Status   PIC XX.
       01  WS-ExpParm-File-Status       PIC XX.
       01  WS-ExpWoff-File-Status       PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Window-Days                  PIC 999 VALUE 030.
       01  Quarantine-Limit-Date        PIC 9(8).

      * The window added to the business date, the same month roll
      * LandCost uses for a due date.
       01  Due-Date-Work.
           02  Due-Year                 PIC 9(4).
           02  Due-Month                PIC 99.
           02  Due-Day                  PIC 9(3).
       01  Month-Last-Day               PIC 99.
       01  Leap-Quot                    PIC 9(4).
       01  Leap-Rem                     PIC 9(4).

       01  Month-Day-Values.
           02  FILLER                   PIC X(24) VALUE
               "312831303130313130313031".
       01  Month-Day-Table REDEFINES Month-Day-Values.
           02  Month-Max-Day            PIC 99 OCCURS 12 TIMES.

       01  Stock-Cost-Table.
           02  STK-Unit-Cost OCCURS 30 TIMES
                                        PIC 9(5)V99 VALUE ZEROS.

      * Whole lot records as read, so the rewrite changes nothing
      * but the status this run sets.
       01  Stock-Lot-Table.
           02  Stock-Lot-Entry OCCURS 500 TIMES.
               03  SLT-Record           PIC X(50).
               03  SLT-OilNum           PIC 99.
               03  SLT-Number           PIC X(10).
               03  SLT-Expiry-Date      PIC 9(8).
               03  SLT-Qty-Left         PIC S9(7).
               03  SLT-Unit-Cost        PIC 9(5)V99.
               03  SLT-QC-Status        PIC X.
                   88 SLT-Left-Alone    VALUES "R" "E" "W".
                   88 SLT-On-Hold       VALUE "H".
                   88 SLT-Quarantined   VALUE "Q".
       01  Stock-Lot-Count              PIC 9(3) VALUE ZEROS.
       01  SLT-Idx                      PIC 9(3).
       01  Lot-Load-Overflow-Switch     PIC X VALUE "N".
           88 Lot-Load-Overflowed       VALUE "Y".
       01  Lots-Changed-Switch          PIC X VALUE "N".
           88 Lots-Changed              VALUE "Y".

       01  Lots-Quarantined             PIC 9(3) VALUE ZEROS.
       01  Lots-Expired                 PIC 9(3) VALUE ZEROS.
       01  Clearance-Lines              PIC 9(3) VALUE ZEROS.
       01  Writeoff-Value-Total         PIC 9(9)V99 VALUE ZEROS.

       01  Expiry-Heading-Line          PIC X(72) VALUE
           "     LOT EXPIRY RUN - CLEARANCE AND WRITE-OFF".

       01  Expiry-Parm-Line.
           02  FILLER                   PIC X(17) VALUE
               " BUSINESS DATE : ".
           02  Prn-Business-Date        PIC 9(8).
           02  FILLER                   PIC X(20) VALUE
               "   QUARANTINE UNTIL ".
           02  Prn-Limit-Date           PIC 9(8).

       01  Expiry-Clearance-Heading     PIC X(72) VALUE
           " FOR CLEARANCE PROMOTION - QUARANTINED NEAR EXPIRY".

       01  Expiry-Writeoff-Heading      PIC X(72) VALUE
           " EXPIRED - WRITE-OFF RAISED FOR APPROVAL".

       01  Expiry-Topic-Line            PIC X(72) VALUE
           " OIL  LOT         EXPIRES       QTY LEFT  UNIT COST       VA
      -    "LUE".

       01  Expiry-Detail-Line.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-OilNum               PIC Z9.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Lot-Number           PIC X(10).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Expiry-Date          PIC 9(8).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Qty-Left             PIC Z,ZZZ,ZZ9.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Unit-Cost            PIC ZZ,ZZ9.99.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Value                PIC Z,ZZZ,ZZ9.99.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Held-Flag            PIC X(7).

       01  Expiry-None-Line             PIC X(72) VALUE
           "     NONE".

       01  Expiry-Total-Line.
           02  FILLER                   PIC X(30) VALUE
               " WRITE-OFFS RAISED : ".
           02  Prn-Lots-Expired         PIC ZZ9.
           02  FILLER                   PIC X(13) VALUE
               "   VALUE  :  ".
           02  Prn-Writeoff-Total       PIC ZZZ,ZZZ,ZZ9.99.

       01  Lot-Cost                     PIC 9(5)V99.
       01  Lot-Value                    PIC 9(7)V99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-PARAMETERS.
           PERFORM 1100-LOAD-STOCK-COSTS.
           PERFORM 1200-LOAD-STOCK-LOTS.
           PERFORM 2000-AGE-LOTS.
           PERFORM 3000-REWRITE-STOCK-LOTS.
           DISPLAY "LOTS QUARANTINED FOR CLEARANCE: " Lots-Quarantined.
           DISPLAY "EXPIRED LOT WRITE-OFFS RAISED: " Lots-Expired.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-PARAMETERS.
           OPEN INPUT ExpParmFile.
           IF WS-ExpParm-File-Status = "00"
               READ ExpParmFile
                   NOT AT END
                       IF ExpParm-Window-Days IS NUMERIC
                           MOVE ExpParm-Window-Days TO Window-Days
                       END-IF
               END-READ
               CLOSE ExpParmFile
           ELSE
               DISPLAY "WARNING: EXPPARM.DAT NOT AVAILABLE - "
                   "USING THE DEFAULT QUARANTINE WINDOW"
           END-IF.
           MOVE Business-Date(1:4) TO Due-Year.
           MOVE Business-Date(5:2) TO Due-Month.
           MOVE Business-Date(7:2) TO Due-Day.
           ADD Window-Days TO Due-Day.
      * Zero forces at least one pass, which sets the real month
      * length before the UNTIL re-tests.
           MOVE ZEROS TO Month-Last-Day.
           PERFORM 1050-ROLL-MONTH
               UNTIL Due-Day <= Month-Last-Day.
           COMPUTE Quarantine-Limit-Date =
               Due-Year * 10000 + Due-Month * 100 + Due-Day.

       1050-ROLL-MONTH.
           MOVE Month-Max-Day(Due-Month) TO Month-Last-Day.
           IF Due-Month = 02
               DIVIDE Due-Year BY 4 GIVING Leap-Quot
                   REMAINDER Leap-Rem
               IF Leap-Rem = ZERO
                   MOVE 29 TO Month-Last-Day
               END-IF
           END-IF.
           IF Due-Day > Month-Last-Day
               SUBTRACT Month-Last-Day FROM Due-Day
               ADD 1 TO Due-Month
               IF Due-Month > 12
                   MOVE 01 TO Due-Month
                   ADD 1 TO Due-Year
               END-IF
           END-IF.

       1100-LOAD-STOCK-COSTS.
           OPEN INPUT StockLedgerFile.
           IF WS-StockLedger-File-Status = "00"
               READ StockLedgerFile
                   AT END SET EndOfStockLedgerFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfStockLedgerFile
                   IF Stock-OilNum > ZERO AND Stock-OilNum <= 30
                       AND Stock-Unit-Cost IS NUMERIC
                       MOVE Stock-Unit-Cost
                           TO STK-Unit-Cost(Stock-OilNum)
                   END-IF
                   READ StockLedgerFile
                       AT END SET EndOfStockLedgerFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StockLedgerFile
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
                       IF Lot-Expiry-Date IS NUMERIC
                           MOVE Lot-Expiry-Date
                               TO SLT-Expiry-Date(Stock-Lot-Count)
                       ELSE
                           MOVE ZEROS
                               TO SLT-Expiry-Date(Stock-Lot-Count)
                       END-IF
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
               DISPLAY "STKLOTS.DAT NOT AVAILABLE - NO LOTS TO AGE"
           END-IF.

      * Two passes over the lots, one per report section: the
      * clearance list first, then the write-offs raised.
       2000-AGE-LOTS.
           OPEN OUTPUT ExpiryRep.
           WRITE Expiry-Print-Line FROM Expiry-Heading-Line
           AFTER ADVANCING 1 LINE.
           MOVE Business-Date TO Prn-Business-Date.
           MOVE Quarantine-Limit-Date TO Prn-Limit-Date.
           WRITE Expiry-Print-Line FROM Expiry-Parm-Line
           AFTER ADVANCING 1 LINE.
           IF Lot-Load-Overflowed
               DISPLAY "STKLOTS.DAT EXCEEDED THE TABLE AT LOAD - "
                   "NO LOT STATUS CHANGED"
               MOVE 8 TO RETURN-CODE
           ELSE
               WRITE Expiry-Print-Line FROM Expiry-Clearance-Heading
               AFTER ADVANCING 2 LINES
               WRITE Expiry-Print-Line FROM Expiry-Topic-Line
               AFTER ADVANCING 1 LINE
               PERFORM VARYING SLT-Idx FROM 1 BY 1
                   UNTIL SLT-Idx > Stock-Lot-Count
                   PERFORM 2100-CHECK-CLEARANCE
               END-PERFORM
               IF Clearance-Lines = ZERO
                   WRITE Expiry-Print-Line FROM Expiry-None-Line
                   AFTER ADVANCING 1 LINE
               END-IF
               WRITE Expiry-Print-Line FROM Expiry-Writeoff-Heading
               AFTER ADVANCING 2 LINES
               WRITE Expiry-Print-Line FROM Expiry-Topic-Line
               AFTER ADVANCING 1 LINE
               OPEN EXTEND ExpWoffFile
               IF WS-ExpWoff-File-Status NOT = "00"
                   OPEN OUTPUT ExpWoffFile
               END-IF
               PERFORM VARYING SLT-Idx FROM 1 BY 1
                   UNTIL SLT-Idx > Stock-Lot-Count
                   PERFORM 2200-CHECK-EXPIRED
               END-PERFORM
               CLOSE ExpWoffFile
               IF Lots-Expired = ZERO
                   WRITE Expiry-Print-Line FROM Expiry-None-Line
                   AFTER ADVANCING 1 LINE
               END-IF
               MOVE Lots-Expired TO Prn-Lots-Expired
               MOVE Writeoff-Value-Total TO Prn-Writeoff-Total
               WRITE Expiry-Print-Line FROM Expiry-Total-Line
               AFTER ADVANCING 2 LINES
           END-IF.
           CLOSE ExpiryRep.

      * Not yet expired but inside the window: every such lot is
      * listed, newly quarantined or not, so the promotion works
      * from the whole of the short-dated stock each morning.
       2100-CHECK-CLEARANCE.
           IF SLT-Qty-Left(SLT-Idx) > ZERO
               AND SLT-Expiry-Date(SLT-Idx) > ZERO
               AND SLT-Expiry-Date(SLT-Idx) > Business-Date
               AND SLT-Expiry-Date(SLT-Idx) <= Quarantine-Limit-Date
               AND NOT SLT-Left-Alone(SLT-Idx)
               IF NOT SLT-On-Hold(SLT-Idx)
                   AND NOT SLT-Quarantined(SLT-Idx)
                   MOVE "Q" TO SLT-QC-Status(SLT-Idx)
                   SET Lots-Changed TO TRUE
                   ADD 1 TO Lots-Quarantined
               END-IF
               PERFORM 2300-PRICE-LOT
               IF SLT-On-Hold(SLT-Idx)
                   MOVE "QC HOLD" TO Prn-Held-Flag
               ELSE
                   MOVE SPACES TO Prn-Held-Flag
               END-IF
               WRITE Expiry-Print-Line FROM Expiry-Detail-Line
               AFTER ADVANCING 1 LINE
               ADD 1 TO Clearance-Lines
           END-IF.

      * At or past expiry: the lot is taken out of use and its
      * write-off raised once - an E lot is left alone on the
      * following nights.
       2200-CHECK-EXPIRED.
           IF SLT-Qty-Left(SLT-Idx) > ZERO
               AND SLT-Expiry-Date(SLT-Idx) > ZERO
               AND SLT-Expiry-Date(SLT-Idx) <= Business-Date
               AND NOT SLT-Left-Alone(SLT-Idx)
               MOVE "E" TO SLT-QC-Status(SLT-Idx)
               SET Lots-Changed TO TRUE
               ADD 1 TO Lots-Expired
               PERFORM 2300-PRICE-LOT
               MOVE SPACES TO Prn-Held-Flag
               WRITE Expiry-Print-Line FROM Expiry-Detail-Line
               AFTER ADVANCING 1 LINE
               ADD Lot-Value TO Writeoff-Value-Total
               MOVE SPACES TO ExpWoff-Rec
               MOVE Business-Date TO WO-Raise-Date
               MOVE SLT-OilNum(SLT-Idx) TO WO-OilNum
               MOVE SLT-Number(SLT-Idx) TO WO-Lot-Number
               MOVE SLT-Expiry-Date(SLT-Idx) TO WO-Expiry-Date
               MOVE SLT-Qty-Left(SLT-Idx) TO WO-Qty
               MOVE Lot-Cost TO WO-Unit-Cost
               MOVE Lot-Value TO WO-Value
               MOVE "P" TO WO-Status
               MOVE ZEROS TO WO-Approve-Date
               WRITE ExpWoff-Rec
           END-IF.

      * The lot's own cost where it has one, else the oil's moving
      * average; the detail line is filled in for either section.
       2300-PRICE-LOT.
           MOVE SLT-OilNum(SLT-Idx) TO Prn-OilNum.
           MOVE SLT-Number(SLT-Idx) TO Prn-Lot-Number.
           MOVE SLT-Expiry-Date(SLT-Idx) TO Prn-Expiry-Date.
           MOVE SLT-Qty-Left(SLT-Idx) TO Prn-Qty-Left.
           IF SLT-Unit-Cost(SLT-Idx) > ZERO
               MOVE SLT-Unit-Cost(SLT-Idx) TO Lot-Cost
           ELSE
               IF SLT-OilNum(SLT-Idx) > ZERO
                   AND SLT-OilNum(SLT-Idx) <= 30
                   MOVE STK-Unit-Cost(SLT-OilNum(SLT-Idx))
                       TO Lot-Cost
               ELSE
                   MOVE ZEROS TO Lot-Cost
               END-IF
           END-IF.
           COMPUTE Lot-Value ROUNDED =
               SLT-Qty-Left(SLT-Idx) * Lot-Cost.
           MOVE Lot-Cost TO Prn-Unit-Cost.
           MOVE Lot-Value TO Prn-Value.

       3000-REWRITE-STOCK-LOTS.
           IF Lots-Changed AND NOT Lot-Load-Overflowed
               OPEN OUTPUT StockLotFile
               PERFORM VARYING SLT-Idx FROM 1 BY 1
                   UNTIL SLT-Idx > Stock-Lot-Count
                   MOVE SLT-Record(SLT-Idx) TO StockLot-Rec
                   MOVE SLT-QC-Status(SLT-Idx) TO Lot-QC-Status
                   WRITE StockLot-Rec
               END-PERFORM
               CLOSE StockLotFile
           END-IF.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="EXPIRYRUN"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM ExpiryRun.
