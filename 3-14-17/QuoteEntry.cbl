      ******************************************************************
      * Author:
      * Date:
      * Purpose: Sales quotation entry. Issues a numbered quote for a
      *          customer, oil, bottle size and quantity at a keyed
      *          unit price (on the same per-unit basis as the
      *          OILPRICE.DAT rate the invoice prints), valid up to a
      *          keyed date and credited to a rep - the account's
      *          CUSTMAST.DAT rep unless another is keyed. Each quote
      *          is appended to QUOTE.DAT open and prints as its own
      *          QTE<number>.TXT document for the customer. SalesEntry
      *          converts an accepted quote into a sales line at the
      *          quoted price; QuoteRpt reports open, expired and
      *          converted quotes by rep. Numbers come from
      *          QUOTECTL.DAT the way RMA numbers come from RMACTL.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QuoteEntry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Every quote issued, open until SalesEntry converts it; one
      * past its validity date reports as expired.
       SELECT QuoteFile ASSIGN TO "QUOTE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Quote-File-Status.

       SELECT QuoteCtlFile ASSIGN TO "QUOTECTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-QuoteCtl-File-Status.

      * One quotation document per quote, named QTE<number>.TXT, so
      * each can be sent on its own.
       SELECT QuoteDocFile ASSIGN USING Quote-Doc-File-Name
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-QuoteDoc-File-Status.

       SELECT CustMasterFile ASSIGN TO "CUSTMAST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS CustMast-CustomerID
                 FILE STATUS IS WS-CustMaster-File-Status.

      * Priced oils and today's list rate, shown to the clerk as the
      * starting point for the quoted price.
       SELECT OilPriceFile ASSIGN TO "OILPRICE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OilPrice-File-Status.

       SELECT PackSizeFile ASSIGN TO "PACKSIZE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PackSize-File-Status.

       SELECT OilMasterFile ASSIGN TO "OILMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OilMaster-File-Status.
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "RUNLOCKFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD QuoteFile.
       01 Quote-Rec.
           88 EndOfQuoteFile      VALUE HIGH-VALUES.
           02  QT-Number              PIC 9(6).
           02  FILLER                 PIC X.
           02  QT-CustomerID          PIC X(5).
           02  FILLER                 PIC X.
           02  QT-OilID               PIC X(3).
           02  FILLER                 PIC X.
           02  QT-UnitSize            PIC 99.
           02  FILLER                 PIC X.
           02  QT-Quantity            PIC 999.
           02  FILLER                 PIC X.
           02  QT-Price               PIC 9(3)V99.
           02  FILLER                 PIC X.
           02  QT-Valid-Until         PIC 9(8).
           02  FILLER                 PIC X.
           02  QT-RepCode             PIC X(3).
           02  FILLER                 PIC X.
           02  QT-Quote-Date          PIC 9(8).
      * O = open, C = converted to a sales line by SalesEntry.
           02  FILLER                 PIC X.
           02  QT-Status              PIC X.
               88 QT-Is-Open          VALUE "O".
               88 QT-Is-Converted     VALUE "C".
           02  FILLER                 PIC X.
           02  QT-Converted-Date      PIC 9(8).

       FD QuoteCtlFile.
       01 QuoteCtl-Rec.
           02  QuoteCtl-Last-Number   PIC 9(6).

       FD QuoteDocFile.
       01 Quote-Print-Line            PIC X(72).

       FD CustMasterFile.
       01 CustMast-Rec.
           88 EndOfCustMasterFile   VALUE HIGH-VALUES.
           02  CustMast-CustomerID      PIC X(5).
           02  FILLER                   PIC X.
           02  CustMast-Region          PIC X(10).
           02  FILLER                   PIC X.
           02  CustMast-RepCode         PIC X(3).
           02  FILLER                   PIC X.
           02  CustMast-CommRate        PIC V999.
           02  FILLER                   PIC X.
           02  CustMast-Address         PIC X(30).
           02  FILLER                   PIC X(26).

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

       FD PackSizeFile.
       01 PackSize-Rec.
           88 EndOfPackSizeFile   VALUE HIGH-VALUES.
           02  PackSize-OilNum        PIC 99.
           02  FILLER                 PIC X.
           02  PackSize-Size          PIC 99.
           02  FILLER                 PIC X.
           02  PackSize-Factor        PIC 9V999.

       FD OilMasterFile.
       01 OilMast-Rec.
           88 EndOfOilMasterFile  VALUE HIGH-VALUES.
           02  OilMast-OilNum         PIC 99.
           02  FILLER                 PIC X.
           02  OilMast-Name           PIC X(20).

       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "RUNLOCKFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-Quote-File-Status         PIC XX.
       01  WS-QuoteCtl-File-Status      PIC XX.
       01  WS-QuoteDoc-File-Status      PIC XX.
       01  WS-CustMaster-File-Status    PIC XX.
       01  WS-OilPrice-File-Status      PIC XX.
       01  WS-PackSize-File-Status      PIC XX.
       01  WS-OilMaster-File-Status     PIC XX.
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "RUNLOCKWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Quote-Doc-File-Name.
           02  FILLER                   PIC X(3) VALUE "QTE".
           02  Quote-Doc-Number         PIC 9(6).
           02  FILLER                   PIC X(4) VALUE ".TXT".

       01  Cust-Master-Table.
           02  Cust-Master-Entry OCCURS 5000 TIMES.
               03  CM-CustomerID        PIC X(5).
               03  CM-RepCode           PIC X(3).
               03  CM-Address           PIC X(30).

       01  Cust-Master-Count            PIC 9(4) VALUE ZEROS.
       01  CM-Idx                       PIC 9(4).
       01  CM-Found-Idx                 PIC 9(4).

      * Today's list rate per oil: the latest OILPRICE.DAT row
      * effective on or before the business date. Zero means the
      * oil is not priced and cannot be quoted.
       01  Oil-Rate-Table.
           02  Oil-Rate-Entry OCCURS 30 TIMES.
               03  ORT-Rate             PIC 9(3)V99 VALUE ZEROS.
               03  ORT-Eff-Date         PIC 9(8) VALUE ZEROS.
               03  ORT-Priced           PIC X VALUE "N".
                   88 ORT-Is-Priced     VALUE "Y".

       01  Oil-Name-Table.
           02  Oil-Name-Entry           PIC X(20) OCCURS 30 TIMES
                                        VALUE SPACES.

       01  Pack-Size-Table.
           02  Pack-Size-Entry OCCURS 200 TIMES.
               03  PSZ-OilNum           PIC 99.
               03  PSZ-Size             PIC 99.
       01  Pack-Size-Count              PIC 9(3) VALUE ZEROS.
       01  PSZ-Idx                      PIC 9(3).
       01  Pack-Oil-Has-Rows            PIC X.
           88 Oil-Has-Pack-Rows         VALUE "Y".

       01  Entry-CustomerID             PIC X(5).
           88 Entry-Finished            VALUE "Q    ", "q    ",
                                        SPACES.
       01  Entry-OilID                  PIC X(3).
       01  Entry-OilID-Num REDEFINES Entry-OilID.
           02  FILLER                   PIC X.
           02  Entry-OilNum             PIC 99.
       01  Entry-UnitSize               PIC XX.
       01  Entry-UnitSize-N REDEFINES Entry-UnitSize
                                        PIC 99.
       01  Entry-Quantity-X             PIC X(3).
       01  Entry-Quantity-N REDEFINES Entry-Quantity-X
                                        PIC 999.
      * Price keyed as five digits with two implied decimals, the
      * way OilPriceMaint takes a rate: 01250 is 12.50.
       01  Entry-Price-X                PIC X(5).
       01  Entry-Price-N REDEFINES Entry-Price-X
                                        PIC 9(3)V99.
       01  Entry-Valid-Until            PIC X(8).
       01  Entry-Valid-Until-N REDEFINES Entry-Valid-Until
                                        PIC 9(8).
       01  Entry-RepCode                PIC X(3).
       01  Field-Valid-Switch           PIC X VALUE "N".
           88 Field-Is-Valid            VALUE "Y".

       01  Quote-Number-Ctl             PIC 9(6) VALUE ZEROS.
       01  Quote-Value                  PIC 9(7)V99.
       01  Quotes-Issued                PIC 9(5) VALUE ZEROS.

       01  Quote-Heading-Line           PIC X(44) VALUE
           "        AROMAMORA LTD - SALES QUOTATION".

       01  Quote-Number-Line.
           02  FILLER                   PIC X(19) VALUE
               " QUOTATION NUMBER :".
           02  FILLER                   PIC X     VALUE SPACES.
           02  Prn-Quote-Number         PIC 9(6).
           02  FILLER                   PIC X(9)  VALUE "  DATE : ".
           02  Prn-Quote-Date           PIC 9(8).

       01  Quote-Customer-Line.
           02  FILLER                   PIC X(13) VALUE " QUOTED TO : ".
           02  Prn-Quote-Cust-Id        PIC X(5).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Quote-Address        PIC X(30).
           02  FILLER                   PIC X(7)  VALUE "  REP: ".
           02  Prn-Quote-Rep            PIC X(3).

       01  Quote-Topic-Line             PIC X(72) VALUE
           " OIL  NAME           SIZE   QTY   UNIT PRICE         VALUE".

       01  Quote-Detail-Line.
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Qt-OilID             PIC X(3).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Qt-Oil-Name          PIC X(13).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Qt-UnitSize          PIC Z9.
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  Prn-Qt-Quantity          PIC ZZ9.
           02  FILLER                   PIC X(5)  VALUE SPACES.
           02  Prn-Qt-Price             PIC $$$9.99.
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  Prn-Qt-Value             PIC $$,$$$,$$9.99.

       01  Quote-Valid-Line.
           02  FILLER                   PIC X(31) VALUE
               " PRICES HELD UNTIL           : ".
           02  Prn-Qt-Valid-Until       PIC 9(8).

       01  Quote-Footer-Line            PIC X(72) VALUE
           " PLEASE QUOTE THE QUOTATION NUMBER WHEN ORDERING.".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
           PERFORM Get-Business-Date.
           PERFORM 1100-LOAD-CUSTOMER-MASTER.
           PERFORM 1200-LOAD-OIL-RATES.
           PERFORM 1300-LOAD-PACK-SIZES.
           PERFORM 1400-LOAD-OIL-NAMES.
           PERFORM 2000-ISSUE-ONE-QUOTE
               UNTIL Entry-Finished.
           DISPLAY "QUOTES ISSUED: " Quotes-Issued.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-QUOTE-NUMBER.
           OPEN INPUT QuoteCtlFile.
           IF WS-QuoteCtl-File-Status = "00"
               READ QuoteCtlFile
                   NOT AT END
                       MOVE QuoteCtl-Last-Number TO Quote-Number-Ctl
               END-READ
               CLOSE QuoteCtlFile
           END-IF.

       1100-LOAD-CUSTOMER-MASTER.
           OPEN INPUT CustMasterFile.
           IF WS-CustMaster-File-Status = "00"
               READ CustMasterFile
                   AT END SET EndOfCustMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCustMasterFile
                   IF Cust-Master-Count < 5000
                       ADD 1 TO Cust-Master-Count
                       MOVE CustMast-CustomerID
                           TO CM-CustomerID(Cust-Master-Count)
                       MOVE CustMast-RepCode
                           TO CM-RepCode(Cust-Master-Count)
                       MOVE CustMast-Address
                           TO CM-Address(Cust-Master-Count)
                   ELSE
                       DISPLAY "WARNING: CUSTMAST.DAT TABLE FULL, "
                           "CUSTOMER " CustMast-CustomerID " SKIPPED"
                   END-IF
                   READ CustMasterFile
                       AT END SET EndOfCustMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CustMasterFile
           ELSE
               DISPLAY "WARNING: CUSTMAST.DAT NOT AVAILABLE - NO "
                   "CUSTOMER CAN BE QUOTED"
           END-IF.

      * Latest rate on or before the business date wins, the rule
      * InvoiceGen prices by; a future-dated rate is not yet list.
       1200-LOAD-OIL-RATES.
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
                       IF OilPrice-Eff-Date-N IS NOT NUMERIC
                           MOVE ZEROS TO OilPrice-Eff-Date-N
                       END-IF
                       IF OilPrice-Eff-Date-N <= Business-Date
                           AND (NOT ORT-Is-Priced(OilPrice-OilNum)
                               OR OilPrice-Eff-Date-N >=
                                  ORT-Eff-Date(OilPrice-OilNum))
                           MOVE "Y" TO ORT-Priced(OilPrice-OilNum)
                           MOVE OilPrice-Eff-Date-N
                               TO ORT-Eff-Date(OilPrice-OilNum)
                           MOVE OilPrice-Cost
                               TO ORT-Rate(OilPrice-OilNum)
                       END-IF
                   END-IF
                   READ OilPriceFile
                       AT END SET EndOfOilPriceFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OilPriceFile
           END-IF.

       1300-LOAD-PACK-SIZES.
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
                   END-IF
                   READ PackSizeFile
                       AT END SET EndOfPackSizeFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PackSizeFile
           END-IF.

       1400-LOAD-OIL-NAMES.
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

       2000-ISSUE-ONE-QUOTE.
           DISPLAY "CUSTOMER ID (OR Q TO QUIT)".
           ACCEPT Entry-CustomerID.
           IF NOT Entry-Finished
               MOVE ZEROS TO CM-Found-Idx
               PERFORM VARYING CM-Idx FROM 1 BY 1
                   UNTIL CM-Idx > Cust-Master-Count
                       OR CM-Found-Idx > ZERO
                   IF CM-CustomerID(CM-Idx) = Entry-CustomerID
                       MOVE CM-Idx TO CM-Found-Idx
                   END-IF
               END-PERFORM
               IF CM-Found-Idx = ZERO
                   DISPLAY "CUSTOMER " Entry-CustomerID
                       " IS NOT ON CUSTMAST.DAT - NO QUOTE"
               ELSE
                   PERFORM 2100-GET-OIL-ID
                   PERFORM 2200-GET-UNIT-SIZE
                   PERFORM 2300-GET-QUANTITY
                   PERFORM 2400-GET-PRICE
                   PERFORM 2500-GET-VALID-UNTIL
                   PERFORM 2600-GET-REP
      * QUOTE.DAT and its number are held only while the quote goes
      * on, so a SalesEntry session marking conversions cannot
      * write over it.
                   MOVE Operator-ID TO Lock-My-Operator
                   MOVE "QUOTE.LCK" TO Lock-File-Name
                   PERFORM Acquire-Run-Lock
                   IF Run-Lock-Held
                       PERFORM 2700-WRITE-QUOTE
                       PERFORM Release-Run-Lock
                       PERFORM 2800-PRINT-QUOTE
                   ELSE
                       DISPLAY "QUOTE.DAT IN USE - QUOTE NOT ISSUED, "
                           "KEY IT AGAIN SHORTLY"
                   END-IF
               END-IF
           END-IF.

       2100-GET-OIL-ID.
           MOVE "N" TO Field-Valid-Switch.
           PERFORM UNTIL Field-Is-Valid
               DISPLAY "OIL ID (E.G. E07)"
               ACCEPT Entry-OilID
               IF Entry-OilNum IS NUMERIC
                   AND Entry-OilNum > ZERO
                   AND Entry-OilNum <= 30
                   IF ORT-Is-Priced(Entry-OilNum)
                       SET Field-Is-Valid TO TRUE
                   ELSE
                       DISPLAY "OIL " Entry-OilNum
                           " HAS NO PRICE ON OILPRICE.DAT"
                   END-IF
               ELSE
                   DISPLAY "OIL ID " Entry-OilID
                       " IS OUT OF RANGE (01-30)"
               END-IF
           END-PERFORM.

      * When the oil has pack-size rows the size must be one of
      * them, the same edit SalesEntry makes, so a converted quote
      * never fails at order entry.
       2200-GET-UNIT-SIZE.
           MOVE "N" TO Field-Valid-Switch.
           PERFORM UNTIL Field-Is-Valid
               DISPLAY "UNIT SIZE (ML, 01-99)"
               ACCEPT Entry-UnitSize
               IF Entry-UnitSize IS NUMERIC
                   AND Entry-UnitSize-N > ZERO
                   PERFORM 2250-CHECK-PACK-SIZE
               ELSE
                   DISPLAY "UNIT SIZE MUST BE 01-99"
               END-IF
           END-PERFORM.

       2250-CHECK-PACK-SIZE.
           MOVE "N" TO Pack-Oil-Has-Rows.
           PERFORM VARYING PSZ-Idx FROM 1 BY 1
               UNTIL PSZ-Idx > Pack-Size-Count
               IF PSZ-OilNum(PSZ-Idx) = Entry-OilNum
                   MOVE "Y" TO Pack-Oil-Has-Rows
                   IF PSZ-Size(PSZ-Idx) = Entry-UnitSize-N
                       SET Field-Is-Valid TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT Oil-Has-Pack-Rows
               SET Field-Is-Valid TO TRUE
           END-IF.
           IF NOT Field-Is-Valid
               DISPLAY "SIZE " Entry-UnitSize
                   " IS NOT A PACK SIZE FOR OIL " Entry-OilNum
           END-IF.

       2300-GET-QUANTITY.
           MOVE "N" TO Field-Valid-Switch.
           PERFORM UNTIL Field-Is-Valid
               DISPLAY "QUANTITY TO QUOTE (NNN)"
               ACCEPT Entry-Quantity-X
               IF Entry-Quantity-X IS NUMERIC
                   AND Entry-Quantity-N > ZERO
                   SET Field-Is-Valid TO TRUE
               ELSE
                   DISPLAY "QUANTITY MUST BE 001-999"
               END-IF
           END-PERFORM.

      * Blank takes today's list rate; anything else must be a
      * non-zero NNNNN price.
       2400-GET-PRICE.
           MOVE "N" TO Field-Valid-Switch.
           PERFORM UNTIL Field-Is-Valid
               DISPLAY "LIST RATE " ORT-Rate(Entry-OilNum)
                   " - QUOTED UNIT PRICE (NNNNN, BLANK FOR LIST)"
               ACCEPT Entry-Price-X
               IF Entry-Price-X = SPACES
                   MOVE ORT-Rate(Entry-OilNum) TO Entry-Price-N
               END-IF
               IF Entry-Price-X IS NUMERIC
                   AND Entry-Price-N > ZERO
                   SET Field-Is-Valid TO TRUE
               ELSE
                   DISPLAY "PRICE MUST BE NNNNN, E.G. 01250"
               END-IF
           END-PERFORM.

       2500-GET-VALID-UNTIL.
           MOVE "N" TO Field-Valid-Switch.
           PERFORM UNTIL Field-Is-Valid
               DISPLAY "VALID UNTIL (YYYYMMDD)"
               ACCEPT Entry-Valid-Until
               IF Entry-Valid-Until IS NUMERIC
                   AND Entry-Valid-Until-N >= Business-Date
                   SET Field-Is-Valid TO TRUE
               ELSE
                   DISPLAY "VALIDITY DATE MUST BE YYYYMMDD, NOT "
                       "BEFORE " Business-Date
               END-IF
           END-PERFORM.

      * The account's own rep unless the quote was won by another.
       2600-GET-REP.
           DISPLAY "REP CODE (BLANK FOR "
               CM-RepCode(CM-Found-Idx) ")".
           ACCEPT Entry-RepCode.
           IF Entry-RepCode = SPACES
               MOVE CM-RepCode(CM-Found-Idx) TO Entry-RepCode
           END-IF.

      * The number is read off QUOTECTL.DAT and written back with
      * the quote, so sessions running side by side never share one.
       2700-WRITE-QUOTE.
           PERFORM 1000-LOAD-QUOTE-NUMBER.
           ADD 1 TO Quote-Number-Ctl.
           OPEN EXTEND QuoteFile.
           IF WS-Quote-File-Status NOT = "00"
               OPEN OUTPUT QuoteFile
           END-IF.
           MOVE SPACES TO Quote-Rec.
           MOVE Quote-Number-Ctl TO QT-Number.
           MOVE Entry-CustomerID TO QT-CustomerID.
           MOVE Entry-OilID TO QT-OilID.
           MOVE Entry-UnitSize-N TO QT-UnitSize.
           MOVE Entry-Quantity-N TO QT-Quantity.
           MOVE Entry-Price-N TO QT-Price.
           MOVE Entry-Valid-Until-N TO QT-Valid-Until.
           MOVE Entry-RepCode TO QT-RepCode.
           MOVE Business-Date TO QT-Quote-Date.
           MOVE "O" TO QT-Status.
           MOVE ZEROS TO QT-Converted-Date.
           WRITE Quote-Rec.
           CLOSE QuoteFile.
           PERFORM 3000-REWRITE-QUOTE-NUMBER.
           ADD 1 TO Quotes-Issued.
           DISPLAY "QUOTE " Quote-Number-Ctl " ISSUED FOR "
               Entry-Quantity-N " OF " Entry-OilID
               " SIZE " Entry-UnitSize-N
               " TO " Entry-CustomerID.

      * Value on the same unit-size-times-quantity-times-rate basis
      * the invoice line uses, so the quote and the invoice agree.
       2800-PRINT-QUOTE.
           MOVE Quote-Number-Ctl TO Quote-Doc-Number.
           OPEN OUTPUT QuoteDocFile.
           WRITE Quote-Print-Line FROM Quote-Heading-Line
           AFTER ADVANCING 1 LINE.
           MOVE Quote-Number-Ctl TO Prn-Quote-Number.
           MOVE Business-Date TO Prn-Quote-Date.
           WRITE Quote-Print-Line FROM Quote-Number-Line
           AFTER ADVANCING 2 LINES.
           MOVE Entry-CustomerID TO Prn-Quote-Cust-Id.
           MOVE CM-Address(CM-Found-Idx) TO Prn-Quote-Address.
           MOVE Entry-RepCode TO Prn-Quote-Rep.
           WRITE Quote-Print-Line FROM Quote-Customer-Line
           AFTER ADVANCING 1 LINE.
           WRITE Quote-Print-Line FROM Quote-Topic-Line
           AFTER ADVANCING 2 LINES.
           COMPUTE Quote-Value ROUNDED = Entry-UnitSize-N *
               Entry-Quantity-N * Entry-Price-N.
           MOVE Entry-OilID TO Prn-Qt-OilID.
           MOVE Oil-Name-Entry(Entry-OilNum) TO Prn-Qt-Oil-Name.
           MOVE Entry-UnitSize-N TO Prn-Qt-UnitSize.
           MOVE Entry-Quantity-N TO Prn-Qt-Quantity.
           MOVE Entry-Price-N TO Prn-Qt-Price.
           MOVE Quote-Value TO Prn-Qt-Value.
           WRITE Quote-Print-Line FROM Quote-Detail-Line
           AFTER ADVANCING 1 LINE.
           MOVE Entry-Valid-Until-N TO Prn-Qt-Valid-Until.
           WRITE Quote-Print-Line FROM Quote-Valid-Line
           AFTER ADVANCING 2 LINES.
           WRITE Quote-Print-Line FROM Quote-Footer-Line
           AFTER ADVANCING 1 LINE.
           CLOSE QuoteDocFile.

       3000-REWRITE-QUOTE-NUMBER.
           OPEN OUTPUT QuoteCtlFile.
           MOVE Quote-Number-Ctl TO QuoteCtl-Last-Number.
           WRITE QuoteCtl-Rec.
           CLOSE QuoteCtlFile.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="QUOTEENTRY"==.
       COPY "RUNLOCKPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="QUOTEENTRY"==.
       COPY "OPSIGNPA.CPY".
       COPY "BUSDATEPA.CPY".

       END PROGRAM QuoteEntry.
