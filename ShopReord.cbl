      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly reorder suggestions for the student shop.
      *          Each active SHOPITEM.DAT item's sales over the
      *          SHRPARM.DAT window of months are taken from the
      *          STUJRNL.DAT purchase lines, and what is already on
      *          order is taken from the open SHOPPO.DAT lines. An
      *          item whose stock plus what is on order has fallen
      *          to its reorder level is suggested for ordering:
      *          enough to be back above the level with the cover
      *          days' sales at the current rate, and never less
      *          than the item's reorder quantity. Suggestions print
      *          on SHOPSUGG.RPT and are held on SHOPSUGG.DAT for
      *          ShopPurch to turn into purchase orders with the
      *          item's preferred supplier; an item with no supplier
      *          is printed but cannot be ordered. The shop finds
      *          out something is running short before a student
      *          asks for it, not after.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ShopReord.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ShopItemFile ASSIGN TO "SHOPITEM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ShopItem-File-Status.

       SELECT StuJournalFile ASSIGN TO "STUJRNL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-StuJournal-File-Status.

       SELECT ShopPoFile ASSIGN TO "SHOPPO.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ShopPo-File-Status.

       SELECT ShopRParmFile ASSIGN TO "SHRPARM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ShopRParm-File-Status.

       SELECT ShopSuggFile ASSIGN TO "SHOPSUGG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ShopSugg-File-Status.

       SELECT ShopSuggRep ASSIGN TO "SHOPSUGG.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD ShopItemFile.
       01 ShopItem-Rec.
           88 EndOfShopItemFile   VALUE HIGH-VALUES.
           02  Item-Code              PIC X(6).
           02  FILLER                 PIC X.
           02  Item-Descr             PIC X(20).
           02  FILLER                 PIC X.
           02  Item-Price             PIC 9(5)V99.
           02  FILLER                 PIC X.
           02  Item-Active            PIC X.
               88 Item-Is-Active      VALUE "Y".
           02  FILLER                 PIC X.
           02  Item-Stock-Count       PIC S9(5)
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  Item-Reorder-Level     PIC 9(5).
           02  FILLER                 PIC X.
           02  Item-Reorder-Qty       PIC 9(5).
           02  FILLER                 PIC X.
           02  Item-Supplier-ID       PIC X(5).

       FD StuJournalFile.
       01 StuJournal-Rec.
           88 EndOfStuJournalFile VALUE HIGH-VALUES.
           02  StuJrnl-RollNumber     PIC 9(5).
           02  FILLER                 PIC X.
           02  StuJrnl-Date           PIC 9(8).
           02  FILLER                 PIC X.
           02  StuJrnl-Type           PIC X.
           02  FILLER                 PIC X.
           02  StuJrnl-Amount         PIC S9(5)V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  StuJrnl-Description    PIC X(20).
           02  FILLER                 PIC X.
           02  StuJrnl-Operator-ID    PIC X(5).
           02  FILLER                 PIC X.
           02  StuJrnl-Item-Code      PIC X(6).
           02  FILLER                 PIC X.
           02  StuJrnl-Qty            PIC 9(3).

       FD ShopPoFile.
       01 ShopPo-Rec.
           88 EndOfShopPoFile     VALUE HIGH-VALUES.
           02  SPO-Number             PIC 9(6).
           02  FILLER                 PIC X.
           02  SPO-Supplier-ID        PIC X(5).
           02  FILLER                 PIC X.
           02  SPO-Order-Date         PIC 9(8).
           02  FILLER                 PIC X.
           02  SPO-Item-Code          PIC X(6).
           02  FILLER                 PIC X.
           02  SPO-Qty-Ordered        PIC 9(5).
           02  FILLER                 PIC X.
           02  SPO-Qty-Received       PIC 9(5).
           02  FILLER                 PIC X.
           02  SPO-Status             PIC X.
               88 SPO-Is-Open         VALUE "O".
           02  FILLER                 PIC X.
           02  SPO-Due-Date           PIC 9(8).
           02  FILLER                 PIC X.
           02  SPO-Unit-Cost          PIC 9(5)V99.

       FD ShopRParmFile.
       01 ShopRParm-Rec.
           02  ShRParm-Window-Months  PIC 99.
           02  FILLER                 PIC X.
           02  ShRParm-Cover-Days     PIC 9(3).

       FD ShopSuggFile.
       01 ShopSugg-Rec.
           02  Sugg-Item-Code         PIC X(6).
           02  FILLER                 PIC X.
           02  Sugg-Supplier-ID       PIC X(5).
           02  FILLER                 PIC X.
           02  Sugg-Qty               PIC 9(5).
           02  FILLER                 PIC X.
           02  Sugg-Run-Date          PIC 9(8).

       FD ShopSuggRep.
       01 ShopSugg-Print-Line         PIC X(72).

       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-ShopItem-File-Status     PIC XX.
       01  WS-StuJournal-File-Status   PIC XX.
       01  WS-ShopPo-File-Status       PIC XX.
       01  WS-ShopRParm-File-Status    PIC XX.
       01  WS-ShopSugg-File-Status     PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Shop-Item-Table.
           02  Shop-Item-Entry OCCURS 200 TIMES.
               03  SIT-Code            PIC X(6).
               03  SIT-Descr           PIC X(20).
               03  SIT-Active          PIC X.
               03  SIT-Stock           PIC S9(5).
               03  SIT-Reorder-Level   PIC 9(5).
               03  SIT-Reorder-Qty     PIC 9(5).
               03  SIT-Supplier-ID     PIC X(5).
               03  SIT-Sold            PIC 9(7).
               03  SIT-On-Order        PIC 9(7).

       01  Shop-Item-Count          PIC 9(3) VALUE ZEROS.
       01  SIT-Idx                  PIC 9(3).
       01  SIT-Found-Idx            PIC 9(3).

       01  Window-Months            PIC 99 VALUE 2.
       01  Cover-Days               PIC 9(3) VALUE 14.
       01  Window-Days              PIC 9(5).
       01  Window-Start             PIC 9(8).
       01  Window-Start-Fields REDEFINES Window-Start.
           02  WST-Year             PIC 9(4).
           02  WST-Month            PIC 99.
           02  WST-Day              PIC 99.
       01  Shift-Idx                PIC 99.
       01  Diff-Date-1              PIC 9(8).
       01  Diff-Date-1-Fields REDEFINES Diff-Date-1.
           02  DD1-Year             PIC 9(4).
           02  DD1-Month            PIC 99.
           02  DD1-Day              PIC 99.
       01  Diff-Date-2              PIC 9(8).
       01  Diff-Date-2-Fields REDEFINES Diff-Date-2.
           02  DD2-Year             PIC 9(4).
           02  DD2-Month            PIC 99.
           02  DD2-Day              PIC 99.
       01  Date-Diff-Days           PIC S9(5).

       01  Cover-Demand             PIC 9(7).
       01  Stock-Position           PIC S9(7).
       01  Suggested-Qty            PIC S9(7).
       01  Suggestions-Written      PIC 9(3) VALUE ZEROS.
       01  Suggestions-Unplaced     PIC 9(3) VALUE ZEROS.

       01  Sugg-Heading-Line        PIC X(44) VALUE
           "    SHOP REORDER SUGGESTIONS".

       01  Sugg-Window-Line.
           02  FILLER               PIC X(17) VALUE
               " SALES WINDOW  : ".
           02  Prn-Window-Start     PIC 9(8).
           02  FILLER               PIC X(3)  VALUE " - ".
           02  Prn-Window-End       PIC 9(8).
           02  FILLER               PIC X(14) VALUE
               "  COVER DAYS: ".
           02  Prn-Cover-Days       PIC ZZ9.

       01  Sugg-Topic-Line          PIC X(72) VALUE
           " ITEM   DESCRIPTION      STOCK ON ORD   SOLD LEVEL  ORDER
      -    "SUPPLIER".

       01  Sugg-Detail-Line.
           02  FILLER               PIC X(1)  VALUE SPACES.
           02  Prn-Item-Code        PIC X(6).
           02  FILLER               PIC X(1)  VALUE SPACES.
           02  Prn-Item-Descr       PIC X(15).
           02  FILLER               PIC X(1)  VALUE SPACES.
           02  Prn-Stock            PIC ZZZZ9-.
           02  FILLER               PIC X(1)  VALUE SPACES.
           02  Prn-On-Order         PIC ZZZZZ9.
           02  FILLER               PIC X(1)  VALUE SPACES.
           02  Prn-Sold             PIC ZZZZZ9.
           02  FILLER               PIC X(1)  VALUE SPACES.
           02  Prn-Level            PIC ZZZZ9.
           02  FILLER               PIC X(1)  VALUE SPACES.
           02  Prn-Suggested        PIC ZZZZZ9.
           02  FILLER               PIC X(1)  VALUE SPACES.
           02  Prn-Supplier         PIC X(11).

       01  Sugg-Totals-Line.
           02  FILLER               PIC X(22) VALUE
               " SUGGESTIONS HELD   : ".
           02  Prn-Written          PIC ZZ9.
           02  FILLER               PIC X(22) VALUE
               "   WITH NO SUPPLIER : ".
           02  Prn-Unplaced         PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-PARAMETERS.
           PERFORM 1100-LOAD-SHOP-ITEMS.
           PERFORM 2000-SCAN-SHOP-SALES.
           PERFORM 2100-SCAN-OPEN-ORDERS.
           PERFORM 3000-SUGGEST-AND-PRINT.
           DISPLAY "REORDER SUGGESTIONS HELD: " Suggestions-Written
               " WITH NO SUPPLIER: " Suggestions-Unplaced.
           IF Suggestions-Unplaced > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-PARAMETERS.
           OPEN INPUT ShopRParmFile.
           IF WS-ShopRParm-File-Status = "00"
               READ ShopRParmFile
                   NOT AT END
                       IF ShRParm-Window-Months IS NUMERIC
                           AND ShRParm-Window-Months > ZERO
                           MOVE ShRParm-Window-Months
                               TO Window-Months
                       END-IF
                       IF ShRParm-Cover-Days IS NUMERIC
                           AND ShRParm-Cover-Days > ZERO
                           MOVE ShRParm-Cover-Days TO Cover-Days
                       END-IF
               END-READ
               CLOSE ShopRParmFile
           ELSE
               DISPLAY "WARNING: SHRPARM.DAT NOT AVAILABLE - "
                   "USING THE DEFAULT WINDOW AND COVER"
           END-IF.
      * The window opens the business date rolled back a month at
      * a time, the ReordCalc idiom, and its length in days turns
      * the sales into a daily rate.
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

       1100-LOAD-SHOP-ITEMS.
           OPEN INPUT ShopItemFile.
           IF WS-ShopItem-File-Status = "00"
               READ ShopItemFile
                   AT END SET EndOfShopItemFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfShopItemFile
                   IF Shop-Item-Count < 200
                       ADD 1 TO Shop-Item-Count
                       MOVE Item-Code TO SIT-Code(Shop-Item-Count)
                       MOVE Item-Descr
                           TO SIT-Descr(Shop-Item-Count)
                       MOVE Item-Active
                           TO SIT-Active(Shop-Item-Count)
                       MOVE Item-Stock-Count
                           TO SIT-Stock(Shop-Item-Count)
                       MOVE ZEROS
                           TO SIT-Reorder-Level(Shop-Item-Count)
                           SIT-Reorder-Qty(Shop-Item-Count)
                           SIT-Sold(Shop-Item-Count)
                           SIT-On-Order(Shop-Item-Count)
                       IF Item-Reorder-Level IS NUMERIC
                           MOVE Item-Reorder-Level
                               TO SIT-Reorder-Level(Shop-Item-Count)
                       END-IF
                       IF Item-Reorder-Qty IS NUMERIC
                           MOVE Item-Reorder-Qty
                               TO SIT-Reorder-Qty(Shop-Item-Count)
                       END-IF
                       MOVE Item-Supplier-ID
                           TO SIT-Supplier-ID(Shop-Item-Count)
                   ELSE
                       DISPLAY "WARNING: SHOPITEM.DAT TABLE FULL, "
                           "ITEM " Item-Code " NOT REVIEWED"
                   END-IF
                   READ ShopItemFile
                       AT END SET EndOfShopItemFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ShopItemFile
           ELSE
               DISPLAY "WARNING: SHOPITEM.DAT NOT AVAILABLE - "
                   "NOTHING TO REVIEW"
           END-IF.

       2000-SCAN-SHOP-SALES.
           OPEN INPUT StuJournalFile.
           IF WS-StuJournal-File-Status = "00"
               READ StuJournalFile
                   AT END SET EndOfStuJournalFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfStuJournalFile
                   IF StuJrnl-Type = "P"
                       AND StuJrnl-Item-Code NOT = SPACES
                       AND StuJrnl-Qty IS NUMERIC
                       AND StuJrnl-Date >= Window-Start
                       AND StuJrnl-Date <= Business-Date
                       PERFORM 2050-FIND-ITEM
                       IF SIT-Found-Idx > ZEROS
                           ADD StuJrnl-Qty TO SIT-Sold(SIT-Found-Idx)
                       END-IF
                   END-IF
                   READ StuJournalFile
                       AT END SET EndOfStuJournalFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StuJournalFile
           ELSE
               DISPLAY "WARNING: STUJRNL.DAT NOT AVAILABLE - "
                   "SALES RATES TAKEN AS ZERO"
           END-IF.

       2050-FIND-ITEM.
           MOVE ZEROS TO SIT-Found-Idx.
           PERFORM VARYING SIT-Idx FROM 1 BY 1
               UNTIL SIT-Idx > Shop-Item-Count
               OR SIT-Found-Idx > ZERO
               IF SIT-Code(SIT-Idx) = StuJrnl-Item-Code
                   MOVE SIT-Idx TO SIT-Found-Idx
               END-IF
           END-PERFORM.

      * What is ordered and not yet in counts towards the stock, so
      * a late delivery is not ordered twice.
       2100-SCAN-OPEN-ORDERS.
           OPEN INPUT ShopPoFile.
           IF WS-ShopPo-File-Status = "00"
               READ ShopPoFile
                   AT END SET EndOfShopPoFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfShopPoFile
                   IF SPO-Is-Open
                       AND SPO-Qty-Ordered > SPO-Qty-Received
                       MOVE SPO-Item-Code TO StuJrnl-Item-Code
                       PERFORM 2050-FIND-ITEM
                       IF SIT-Found-Idx > ZEROS
                           COMPUTE SIT-On-Order(SIT-Found-Idx) =
                               SIT-On-Order(SIT-Found-Idx)
                               + SPO-Qty-Ordered - SPO-Qty-Received
                       END-IF
                   END-IF
                   READ ShopPoFile
                       AT END SET EndOfShopPoFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ShopPoFile
           END-IF.

      * Days between two YYYYMMDD dates by the 365/30 rule, the same
      * rough measure ReordCalc uses.
       2960-ROUGH-DAY-DIFF.
           COMPUTE Date-Diff-Days =
               ((DD2-Year - DD1-Year) * 365)
               + ((DD2-Month - DD1-Month) * 30)
               + (DD2-Day - DD1-Day).

       3000-SUGGEST-AND-PRINT.
           OPEN OUTPUT ShopSuggFile.
           OPEN OUTPUT ShopSuggRep.
           WRITE ShopSugg-Print-Line FROM Sugg-Heading-Line
           AFTER ADVANCING 1 LINE.
           MOVE Window-Start TO Prn-Window-Start.
           MOVE Business-Date TO Prn-Window-End.
           MOVE Cover-Days TO Prn-Cover-Days.
           WRITE ShopSugg-Print-Line FROM Sugg-Window-Line
           AFTER ADVANCING 1 LINE.
           WRITE ShopSugg-Print-Line FROM Sugg-Topic-Line
           AFTER ADVANCING 2 LINES.
           PERFORM VARYING SIT-Idx FROM 1 BY 1
               UNTIL SIT-Idx > Shop-Item-Count
               IF SIT-Active(SIT-Idx) = "Y"
                   AND (SIT-Reorder-Level(SIT-Idx) > ZEROS
                   OR SIT-Reorder-Qty(SIT-Idx) > ZEROS)
                   PERFORM 3100-SUGGEST-ONE-ITEM
               END-IF
           END-PERFORM.
           MOVE Suggestions-Written TO Prn-Written.
           MOVE Suggestions-Unplaced TO Prn-Unplaced.
           WRITE ShopSugg-Print-Line FROM Sugg-Totals-Line
           AFTER ADVANCING 2 LINES.
           CLOSE ShopSuggRep, ShopSuggFile.

      * Enough to see the cover days out at the window's sales rate
      * and still sit at the reorder level, never less than the
      * item's reorder quantity.
       3100-SUGGEST-ONE-ITEM.
           COMPUTE Stock-Position =
               SIT-Stock(SIT-Idx) + SIT-On-Order(SIT-Idx).
           IF Stock-Position <= SIT-Reorder-Level(SIT-Idx)
               COMPUTE Cover-Demand ROUNDED =
                   SIT-Sold(SIT-Idx) * Cover-Days / Window-Days
               COMPUTE Suggested-Qty =
                   SIT-Reorder-Level(SIT-Idx) + Cover-Demand
                   - Stock-Position
               IF Suggested-Qty < SIT-Reorder-Qty(SIT-Idx)
                   MOVE SIT-Reorder-Qty(SIT-Idx) TO Suggested-Qty
               END-IF
               IF Suggested-Qty > 99999
                   MOVE 99999 TO Suggested-Qty
               END-IF
               MOVE SIT-Code(SIT-Idx) TO Prn-Item-Code
               MOVE SIT-Descr(SIT-Idx) TO Prn-Item-Descr
               MOVE SIT-Stock(SIT-Idx) TO Prn-Stock
               MOVE SIT-On-Order(SIT-Idx) TO Prn-On-Order
               MOVE SIT-Sold(SIT-Idx) TO Prn-Sold
               MOVE SIT-Reorder-Level(SIT-Idx) TO Prn-Level
               MOVE Suggested-Qty TO Prn-Suggested
               IF SIT-Supplier-ID(SIT-Idx) = SPACES
                   MOVE "NO SUPPLIER" TO Prn-Supplier
                   ADD 1 TO Suggestions-Unplaced
               ELSE
                   MOVE SIT-Supplier-ID(SIT-Idx) TO Prn-Supplier
                   MOVE SPACES TO ShopSugg-Rec
                   MOVE SIT-Code(SIT-Idx) TO Sugg-Item-Code
                   MOVE SIT-Supplier-ID(SIT-Idx) TO Sugg-Supplier-ID
                   MOVE Suggested-Qty TO Sugg-Qty
                   MOVE Business-Date TO Sugg-Run-Date
                   WRITE ShopSugg-Rec
                   ADD 1 TO Suggestions-Written
               END-IF
               WRITE ShopSugg-Print-Line FROM Sugg-Detail-Line
               AFTER ADVANCING 1 LINE
           END-IF.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="SHOPREORD"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM ShopReord.
