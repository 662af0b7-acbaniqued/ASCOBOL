      ******************************************************************
      * Author:
      * Date:
      * Purpose: Net-price enquiry. Sales keys a customer, oil, unit
      *          size, quantity and date and sees every step from list
      *          to line total: the OILPRICE.DAT rate in effect on the
      *          date, the customer's CONTRACT.DAT override, each
      *          PROMO.DAT campaign discount that applies, the
      *          PACKSIZE.DAT factor, the EXCHRATE.DAT conversion into
      *          the customer's currency and the TAXRATE.DAT VAT for
      *          the customer's region - applied in the same order and
      *          by the same rules InvoiceGen and the summary report
      *          use, so the answer given on the phone is the figure
      *          the invoice will carry. Nothing is written.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PriceEnq.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CustMasterFile ASSIGN TO "CUSTMAST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS CustMast-CustomerID
                 FILE STATUS IS WS-CustMaster-File-Status.

       SELECT OilPriceFile ASSIGN TO "OILPRICE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OilPrice-File-Status.

       SELECT ContractPriceFile ASSIGN TO "CONTRACT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Contract-File-Status.

       SELECT PromoFile ASSIGN TO "PROMO.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Promo-File-Status.

       SELECT PackSizeFile ASSIGN TO "PACKSIZE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PackSize-File-Status.

       SELECT ExchRateFile ASSIGN TO "EXCHRATE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ExchRate-File-Status.

       SELECT TaxRateFile ASSIGN TO "TAXRATE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TaxRate-File-Status.

       SELECT OilMasterFile ASSIGN TO "OILMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OilMaster-File-Status.
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
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
           02  FILLER                   PIC X.
           02  CustMast-Currency        PIC X(3).
           02  FILLER                   PIC X(22).

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

       FD ContractPriceFile.
       01 ContractPrice-Rec.
           88 EndOfContractPriceFile   VALUE HIGH-VALUES.
           02  Contract-CustomerID      PIC X(5).
           02  FILLER                   PIC X.
           02  Contract-OilNum          PIC 99.
           02  FILLER                   PIC X.
           02  Contract-Price           PIC 9(3)V99.

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

       FD PackSizeFile.
       01 PackSize-Rec.
           88 EndOfPackSizeFile   VALUE HIGH-VALUES.
           02  PackSize-OilNum        PIC 99.
           02  FILLER                 PIC X.
           02  PackSize-Size          PIC 99.
           02  FILLER                 PIC X.
           02  PackSize-Factor        PIC 9V999.

       FD ExchRateFile.
       01 ExchRate-Rec.
           88 EndOfExchRateFile        VALUE HIGH-VALUES.
           02  ExchRate-Date            PIC 9(8).
           02  FILLER                   PIC X.
           02  ExchRate-Currency        PIC X(3).
           02  FILLER                   PIC X.
           02  ExchRate-Rate            PIC 9(3)V9(6).

       FD TaxRateFile.
       01 TaxRate-Rec.
           88 EndOfTaxRateFile         VALUE HIGH-VALUES.
           02  TaxRate-Region           PIC X(10).
           02  FILLER                   PIC X.
           02  TaxRate-Rate             PIC V999.

       FD OilMasterFile.
       01 OilMast-Rec.
           88 EndOfOilMasterFile  VALUE HIGH-VALUES.
           02  OilMast-OilNum         PIC 99.
           02  FILLER                 PIC X.
           02  OilMast-Name           PIC X(20).

       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-CustMaster-File-Status    PIC XX.
       01  WS-OilPrice-File-Status      PIC XX.
       01  WS-Contract-File-Status      PIC XX.
       01  WS-Promo-File-Status         PIC XX.
       01  WS-PackSize-File-Status      PIC XX.
       01  WS-ExchRate-File-Status      PIC XX.
       01  WS-TaxRate-File-Status       PIC XX.
       01  WS-OilMaster-File-Status     PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Cust-Master-Table.
           02  Cust-Master-Entry OCCURS 5000 TIMES.
               03  CM-CustomerID        PIC X(5).
               03  CM-Region            PIC X(10).
               03  CM-Currency          PIC X(3).
       01  Cust-Master-Count            PIC 9(4) VALUE ZEROS.
       01  CM-Idx                       PIC 9(4).
       01  CM-Found-Idx                 PIC 9(4).

       01  Oil-Price-History.
           02  Oil-Price-Hist-Entry OCCURS 200 TIMES.
               03  OPH-OilNum           PIC 99.
               03  OPH-Eff-Date         PIC 9(8).
               03  OPH-Cost             PIC 9(3)V99.
       01  Oil-Price-Hist-Count         PIC 9(3) VALUE ZEROS.
       01  OPH-Idx                      PIC 9(3).
       01  OPH-Found                    PIC X VALUE "N".
           88 OPH-Was-Found             VALUE "Y".
       01  Lookup-Best-Date             PIC 9(8).

       01  Contract-Price-Table.
           02  Contract-Price-Entry OCCURS 200 TIMES.
               03  CPT-CustomerID       PIC X(5).
               03  CPT-OilNum           PIC 99.
               03  CPT-Price            PIC 9(3)V99.
       01  Contract-Price-Count         PIC 9(3) VALUE ZEROS.
       01  CPT-Idx                      PIC 9(3).
       01  CPT-Found-Idx                PIC 9(3).

       01  Promo-Table.
           02  Promo-Entry OCCURS 50 TIMES.
               03  PRM-ID               PIC X(4).
               03  PRM-Oil-From         PIC 99.
               03  PRM-Oil-To           PIC 99.
               03  PRM-Region           PIC X(10).
               03  PRM-Disc-Type        PIC X.
               03  PRM-Disc-Value       PIC 9(3)V99.
               03  PRM-Start-Date       PIC 9(8).
               03  PRM-End-Date         PIC 9(8).
       01  Promo-Count                  PIC 99 VALUE ZEROS.
       01  PRM-Idx                      PIC 99.
       01  Promos-Applied               PIC 99.

       01  Pack-Size-Table.
           02  Pack-Size-Entry OCCURS 200 TIMES.
               03  PSZ-OilNum           PIC 99.
               03  PSZ-Size             PIC 99.
               03  PSZ-Factor           PIC 9V999.
       01  Pack-Size-Count              PIC 9(3) VALUE ZEROS.
       01  PSZ-Idx                      PIC 9(3).

       01  Exch-Rate-Table.
           02  Exch-Rate-Entry OCCURS 200 TIMES.
               03  EXR-Date             PIC 9(8).
               03  EXR-Currency         PIC X(3).
               03  EXR-Rate             PIC 9(3)V9(6).
       01  Exch-Rate-Count              PIC 9(3) VALUE ZEROS.
       01  EXR-Idx                      PIC 9(3).
       01  Exch-Best-Date               PIC 9(8).
       01  Exch-Found                   PIC X.
           88 Exch-Was-Found            VALUE "Y".

       01  Tax-Rate-Table.
           02  Tax-Rate-Entry OCCURS 20 TIMES.
               03  TXR-Region           PIC X(10).
               03  TXR-Rate             PIC V999.
       01  Tax-Rate-Count               PIC 99 VALUE ZEROS.
       01  TXR-Idx                      PIC 99.

       01  Oil-Name-Table.
           02  Oil-Name-Entry           PIC X(20) OCCURS 30 TIMES
                                        VALUE SPACES.

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
       01  Entry-Price-Date             PIC X(8).
       01  Entry-Price-Date-N REDEFINES Entry-Price-Date
                                        PIC 9(8).
       01  Field-Valid-Switch           PIC X VALUE "N".
           88 Field-Is-Valid            VALUE "Y".

      * The waterfall as it is worked, step by step.
       01  Cust-Region                  PIC X(10).
       01  Cust-Currency                PIC X(3).
           88 Cust-Home-Currency        VALUE SPACES.
       01  Price-Date                   PIC 9(8).
       01  List-Rate                    PIC 9(3)V99.
       01  Unit-Price                   PIC 9(3)V99.
       01  Pack-Factor                  PIC 9V999.
       01  Sale-Qty                     PIC 9(5).
       01  Line-Value-Home              PIC 9(7)V99.
       01  Exch-Rate                    PIC 9(3)V9(6).
       01  Line-Value                   PIC 9(7)V99.
       01  Tax-Rate                     PIC V999.
       01  Line-Tax                     PIC 9(7)V99.
       01  Line-Total                   PIC 9(7)V99.
       01  Enquiries-Made               PIC 9(5) VALUE ZEROS.

       01  Edit-Price                   PIC ZZ9.99.
       01  Edit-Disc                    PIC ZZ9.99.
       01  Edit-Factor                  PIC 9.999.
       01  Edit-Exch                    PIC ZZ9.999999.
       01  Edit-Tax-Rate                PIC .999.
       01  Edit-Value                   PIC Z,ZZZ,ZZ9.99.
       01  Edit-Qty                     PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-CUSTOMER-MASTER.
           PERFORM 1100-LOAD-OIL-PRICES.
           PERFORM 1200-LOAD-CONTRACT-PRICES.
           PERFORM 1300-LOAD-PROMOTIONS.
           PERFORM 1400-LOAD-PACK-SIZES.
           PERFORM 1500-LOAD-EXCHANGE-RATES.
           PERFORM 1600-LOAD-TAX-RATES.
           PERFORM 1700-LOAD-OIL-NAMES.
           PERFORM 2000-ONE-ENQUIRY
               UNTIL Entry-Finished.
           DISPLAY "PRICE ENQUIRIES: " Enquiries-Made.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-CUSTOMER-MASTER.
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
                       MOVE CustMast-Region
                           TO CM-Region(Cust-Master-Count)
                       MOVE CustMast-Currency
                           TO CM-Currency(Cust-Master-Count)
                   END-IF
                   READ CustMasterFile
                       AT END SET EndOfCustMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CustMasterFile
           END-IF.

       1100-LOAD-OIL-PRICES.
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
           END-IF.

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
                   END-IF
                   READ ContractPriceFile
                       AT END SET EndOfContractPriceFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ContractPriceFile
           END-IF.

       1300-LOAD-PROMOTIONS.
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

       1400-LOAD-PACK-SIZES.
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

       1500-LOAD-EXCHANGE-RATES.
           OPEN INPUT ExchRateFile.
           IF WS-ExchRate-File-Status = "00"
               READ ExchRateFile
                   AT END SET EndOfExchRateFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfExchRateFile
                   IF Exch-Rate-Count < 200
                       ADD 1 TO Exch-Rate-Count
                       MOVE ExchRate-Date
                           TO EXR-Date(Exch-Rate-Count)
                       MOVE ExchRate-Currency
                           TO EXR-Currency(Exch-Rate-Count)
                       MOVE ExchRate-Rate
                           TO EXR-Rate(Exch-Rate-Count)
                   END-IF
                   READ ExchRateFile
                       AT END SET EndOfExchRateFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ExchRateFile
           END-IF.

       1600-LOAD-TAX-RATES.
           OPEN INPUT TaxRateFile.
           IF WS-TaxRate-File-Status = "00"
               READ TaxRateFile
                   AT END SET EndOfTaxRateFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfTaxRateFile
                   IF Tax-Rate-Count < 20
                       ADD 1 TO Tax-Rate-Count
                       MOVE TaxRate-Region
                           TO TXR-Region(Tax-Rate-Count)
                       MOVE TaxRate-Rate
                           TO TXR-Rate(Tax-Rate-Count)
                   END-IF
                   READ TaxRateFile
                       AT END SET EndOfTaxRateFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TaxRateFile
           END-IF.

       1700-LOAD-OIL-NAMES.
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

       2000-ONE-ENQUIRY.
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
                       " IS NOT ON CUSTMAST.DAT"
               ELSE
                   MOVE CM-Region(CM-Found-Idx) TO Cust-Region
                   MOVE CM-Currency(CM-Found-Idx) TO Cust-Currency
                   PERFORM 2100-GET-OIL-ID
                   PERFORM 2200-GET-UNIT-SIZE
                   PERFORM 2300-GET-QUANTITY
                   PERFORM 2400-GET-PRICE-DATE
                   ADD 1 TO Enquiries-Made
                   PERFORM 3000-SHOW-WATERFALL
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
                   SET Field-Is-Valid TO TRUE
               ELSE
                   DISPLAY "OIL ID " Entry-OilID
                       " IS OUT OF RANGE (01-30)"
               END-IF
           END-PERFORM.

       2200-GET-UNIT-SIZE.
           MOVE "N" TO Field-Valid-Switch.
           PERFORM UNTIL Field-Is-Valid
               DISPLAY "UNIT SIZE (ML, 01-99)"
               ACCEPT Entry-UnitSize
               IF Entry-UnitSize IS NUMERIC
                   AND Entry-UnitSize-N > ZERO
                   SET Field-Is-Valid TO TRUE
               ELSE
                   DISPLAY "UNIT SIZE MUST BE 01-99"
               END-IF
           END-PERFORM.

       2300-GET-QUANTITY.
           MOVE "N" TO Field-Valid-Switch.
           PERFORM UNTIL Field-Is-Valid
               DISPLAY "QUANTITY (NNN)"
               ACCEPT Entry-Quantity-X
               IF Entry-Quantity-X IS NUMERIC
                   AND Entry-Quantity-N > ZERO
                   SET Field-Is-Valid TO TRUE
               ELSE
                   DISPLAY "QUANTITY MUST BE 001-999"
               END-IF
           END-PERFORM.

      * Blank prices as at the business date.
       2400-GET-PRICE-DATE.
           MOVE "N" TO Field-Valid-Switch.
           PERFORM UNTIL Field-Is-Valid
               DISPLAY "PRICE DATE (YYYYMMDD, BLANK FOR "
                   Business-Date ")"
               ACCEPT Entry-Price-Date
               IF Entry-Price-Date = SPACES
                   MOVE Business-Date TO Price-Date
                   SET Field-Is-Valid TO TRUE
               ELSE
                   IF Entry-Price-Date IS NUMERIC
                       AND Entry-Price-Date-N > ZERO
                       MOVE Entry-Price-Date-N TO Price-Date
                       SET Field-Is-Valid TO TRUE
                   ELSE
                       DISPLAY "DATE MUST BE YYYYMMDD"
                   END-IF
               END-IF
           END-PERFORM.

      * List, contract, promotion and pack factor, then currency and
      * VAT - the invoice's order of work, the summary report's
      * conversion and tax - each step shown with what it did.
       3000-SHOW-WATERFALL.
           DISPLAY " ".
           DISPLAY "NET PRICE FOR " Entry-CustomerID " - "
               Entry-OilID " " Oil-Name-Entry(Entry-OilNum).
           DISPLAY "  SIZE " Entry-UnitSize " QTY " Entry-Quantity-X
               " PRICED AT " Price-Date.
           PERFORM 3100-LIST-RATE.
           IF NOT OPH-Was-Found
               DISPLAY "  NO LIST PRICE ON OILPRICE.DAT FOR OIL "
                   Entry-OilID " ON " Price-Date
           ELSE
               PERFORM 3200-CONTRACT-OVERRIDE
               PERFORM 3300-PROMOTIONS
               PERFORM 3400-PACK-SIZE-FACTOR
               PERFORM 3500-LINE-VALUE
               PERFORM 3600-CURRENCY
               PERFORM 3700-VAT-AND-TOTAL
           END-IF.
           DISPLAY " ".

      * Latest effective date on or before the price date, the same
      * rule InvoiceGen's 1050-LOOKUP-OIL-PRICE applies.
       3100-LIST-RATE.
           MOVE ZEROS TO List-Rate.
           MOVE ZEROS TO Lookup-Best-Date.
           MOVE "N" TO OPH-Found.
           PERFORM VARYING OPH-Idx FROM 1 BY 1
               UNTIL OPH-Idx > Oil-Price-Hist-Count
               IF OPH-OilNum(OPH-Idx) = Entry-OilNum
                   AND OPH-Eff-Date(OPH-Idx) <= Price-Date
                   IF NOT OPH-Was-Found
                       OR OPH-Eff-Date(OPH-Idx) >= Lookup-Best-Date
                       MOVE "Y" TO OPH-Found
                       MOVE OPH-Eff-Date(OPH-Idx) TO Lookup-Best-Date
                       MOVE OPH-Cost(OPH-Idx) TO List-Rate
                   END-IF
               END-IF
           END-PERFORM.
           IF OPH-Was-Found
               MOVE List-Rate TO Edit-Price
               DISPLAY "  LIST RATE            " Edit-Price
                   "   EFFECTIVE " Lookup-Best-Date
               MOVE List-Rate TO Unit-Price
           END-IF.

       3200-CONTRACT-OVERRIDE.
           MOVE ZEROS TO CPT-Found-Idx.
           PERFORM VARYING CPT-Idx FROM 1 BY 1
               UNTIL CPT-Idx > Contract-Price-Count
               IF CPT-CustomerID(CPT-Idx) = Entry-CustomerID
                   AND CPT-OilNum(CPT-Idx) = Entry-OilNum
                   MOVE CPT-Idx TO CPT-Found-Idx
               END-IF
           END-PERFORM.
           IF CPT-Found-Idx > ZERO
               MOVE CPT-Price(CPT-Found-Idx) TO Unit-Price
               MOVE Unit-Price TO Edit-Price
               DISPLAY "  CONTRACT OVERRIDE    " Edit-Price
           ELSE
               DISPLAY "  CONTRACT OVERRIDE    NONE"
           END-IF.

      * Each campaign in its window, oil range and region comes off
      * in file order, as InvoiceGen's 1065-APPLY-PROMO-PRICE does.
       3300-PROMOTIONS.
           MOVE ZEROS TO Promos-Applied.
           PERFORM VARYING PRM-Idx FROM 1 BY 1
               UNTIL PRM-Idx > Promo-Count
               IF Entry-OilNum >= PRM-Oil-From(PRM-Idx)
                   AND Entry-OilNum <= PRM-Oil-To(PRM-Idx)
                   AND Price-Date >= PRM-Start-Date(PRM-Idx)
                   AND Price-Date <= PRM-End-Date(PRM-Idx)
                   AND (PRM-Region(PRM-Idx) = SPACES
                       OR PRM-Region(PRM-Idx) = Cust-Region)
                   ADD 1 TO Promos-Applied
                   IF PRM-Disc-Type(PRM-Idx) = "P"
                       COMPUTE Unit-Price ROUNDED =
                           Unit-Price *
                           (1 - (PRM-Disc-Value(PRM-Idx) / 100))
                   ELSE
                       IF PRM-Disc-Value(PRM-Idx) < Unit-Price
                           SUBTRACT PRM-Disc-Value(PRM-Idx)
                               FROM Unit-Price
                       ELSE
                           MOVE ZEROS TO Unit-Price
                       END-IF
                   END-IF
                   MOVE PRM-Disc-Value(PRM-Idx) TO Edit-Disc
                   MOVE Unit-Price TO Edit-Price
                   DISPLAY "  PROMOTION " PRM-ID(PRM-Idx) " ("
                       PRM-Disc-Type(PRM-Idx) " " Edit-Disc ") "
                       Edit-Price
               END-IF
           END-PERFORM.
           IF Promos-Applied = ZERO
               DISPLAY "  PROMOTION            NONE"
           END-IF.

       3400-PACK-SIZE-FACTOR.
           MOVE 1.000 TO Pack-Factor.
           PERFORM VARYING PSZ-Idx FROM 1 BY 1
               UNTIL PSZ-Idx > Pack-Size-Count
               IF PSZ-OilNum(PSZ-Idx) = Entry-OilNum
                   AND PSZ-Size(PSZ-Idx) = Entry-UnitSize-N
                   MOVE PSZ-Factor(PSZ-Idx) TO Pack-Factor
               END-IF
           END-PERFORM.
           MOVE Pack-Factor TO Edit-Factor.
           DISPLAY "  PACK-SIZE FACTOR     " Edit-Factor.

       3500-LINE-VALUE.
           COMPUTE Sale-Qty = Entry-UnitSize-N * Entry-Quantity-N.
           COMPUTE Line-Value-Home ROUNDED =
               Sale-Qty * Unit-Price * Pack-Factor.
           MOVE Sale-Qty TO Edit-Qty.
           MOVE Unit-Price TO Edit-Price.
           MOVE Line-Value-Home TO Edit-Value.
           DISPLAY "  LINE VALUE    " Edit-Qty " X " Edit-Price
               " X FACTOR = " Edit-Value.

      * Home currency, or a currency with no rate on file, converts
      * at 1.000000, as the summary report's Lookup-Exch-Rate does.
       3600-CURRENCY.
           MOVE 1 TO Exch-Rate.
           MOVE "N" TO Exch-Found.
           IF NOT Cust-Home-Currency
               MOVE ZEROS TO Exch-Best-Date
               PERFORM VARYING EXR-Idx FROM 1 BY 1
                   UNTIL EXR-Idx > Exch-Rate-Count
                   IF EXR-Currency(EXR-Idx) = Cust-Currency
                       AND EXR-Date(EXR-Idx) <= Price-Date
                       IF NOT Exch-Was-Found
                           OR EXR-Date(EXR-Idx) >= Exch-Best-Date
                           MOVE "Y" TO Exch-Found
                           MOVE EXR-Date(EXR-Idx) TO Exch-Best-Date
                           MOVE EXR-Rate(EXR-Idx) TO Exch-Rate
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           COMPUTE Line-Value ROUNDED = Line-Value-Home * Exch-Rate.
           MOVE Exch-Rate TO Edit-Exch.
           MOVE Line-Value TO Edit-Value.
           IF Cust-Home-Currency
               DISPLAY "  CURRENCY             HOME"
           ELSE
               IF Exch-Was-Found
                   DISPLAY "  CURRENCY " Cust-Currency " @ "
                       Edit-Exch "   " Edit-Value
               ELSE
                   DISPLAY "  CURRENCY " Cust-Currency
                       " NO RATE ON FILE - UNCONVERTED " Edit-Value
               END-IF
           END-IF.

       3700-VAT-AND-TOTAL.
           MOVE ZERO TO Tax-Rate.
           PERFORM VARYING TXR-Idx FROM 1 BY 1
               UNTIL TXR-Idx > Tax-Rate-Count
               IF TXR-Region(TXR-Idx) = Cust-Region
                   MOVE TXR-Rate(TXR-Idx) TO Tax-Rate
               END-IF
           END-PERFORM.
           COMPUTE Line-Tax ROUNDED = Line-Value * Tax-Rate.
           COMPUTE Line-Total = Line-Value + Line-Tax.
           MOVE Tax-Rate TO Edit-Tax-Rate.
           MOVE Line-Tax TO Edit-Value.
           DISPLAY "  VAT @ " Edit-Tax-Rate " (" Cust-Region ")  "
               Edit-Value.
           MOVE Line-Total TO Edit-Value.
           DISPLAY "  LINE TOTAL INC VAT   " Edit-Value.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="PRICEENQ"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM PriceEnq.
