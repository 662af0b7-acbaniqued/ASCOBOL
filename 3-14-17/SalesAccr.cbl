      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end cut-off for goods shipped but not yet
      *          billed. Every warehouse-confirmed DESPATCH.DAT line
      *          is still waiting for the invoice run, so each one is
      *          valued exactly as InvoiceGen will bill it - the
      *          quoted price on a line converted from a quotation,
      *          otherwise the OILPRICE.DAT rate in effect on the
      *          line date, beaten by any CONTRACT.DAT rate, less any
      *          PROMO.DAT discount, times the PACKSIZE.DAT factor,
      *          ex-VAT and before carriage - and confirmed return
      *          lines come off at the price their credit note will
      *          carry. The net goes to GLJRNL.DAT as a reversing
      *          journal: the SALEACCR lines dated the business date
      *          and the same lines the other way round as SALEACRV
      *          dated the first of the next month, when the invoice
      *          run bills the goods for real. Sales revenue already
      *          reaches the GL through the SALES feed, so the accrual
      *          is a balance-sheet reclassification only: debit the
      *          accrued receivables account (the GLMAP.DAT SALEACCR
      *          debit account), credit the AR control account (the
      *          GLMAP.DAT SALES debit account).
      *          SALEACCR.RPT lists every line by customer for the
      *          auditors. ACCRCTL.DAT holds the last month posted,
      *          so a second run in the same month prints the listing
      *          but posts nothing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalesAccr.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DespatchFile ASSIGN TO "DESPATCH.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Despatch-File-Status.

       SELECT OilPriceFile ASSIGN TO "OILPRICE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OilPrice-File-Status.

       SELECT ContractPriceFile ASSIGN TO "CONTRACT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Contract-File-Status.

      * Customer master, for the region a promotion is limited to.
       SELECT CustMasterFile ASSIGN TO "CUSTMAST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS CustMast-CustomerID
                 FILE STATUS IS WS-CustMaster-File-Status.

       SELECT PromoFile ASSIGN TO "PROMO.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Promo-File-Status.

       SELECT PackSizeFile ASSIGN TO "PACKSIZE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PackSize-File-Status.

      * One record: the YYYYMM of the last accrual posted.
       SELECT AccrCtlFile ASSIGN TO "ACCRCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AccrCtl-File-Status.

       SELECT GlMapFile ASSIGN TO "GLMAP.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlMap-File-Status.

       SELECT GlJournalFile ASSIGN TO "GLJRNL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlJournal-File-Status.

       SELECT AccrualRep ASSIGN TO "SALEACCR.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD DespatchFile.
       01 Desp-Rec.
           88 EndOfDespatchFile     VALUE HIGH-VALUES.
           02  Desp-CustomerID        PIC X(5).
           02  Desp-CustomerName      PIC X(20).
           02  Desp-OilID.
               03  FILLER             PIC X.
               03  Desp-OilNum        PIC 99.
           02  Desp-UnitSize          PIC 99.
           02  Desp-UnitsSold         PIC S999
               SIGN IS TRAILING SEPARATE.
           02  Desp-Trans-Seq         PIC 9(7).
           02  Desp-Trans-Date        PIC 9(8).
           02  Desp-Reason-Code       PIC X(2).
           02  Desp-Confirmed-Qty     PIC 999.
           02  Desp-Status            PIC X.
               88 Desp-Is-Pending     VALUE "P".
               88 Desp-Is-Confirmed   VALUE "C".
           02  Desp-Quote-Number      PIC X(6).
           02  Desp-Quote-Price       PIC 9(3)V99.
           02  Desp-Ship-Point        PIC X(3).
           02  Desp-ProForma-Number   PIC X(6).

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

       FD PackSizeFile.
       01 PackSize-Rec.
           88 EndOfPackSizeFile   VALUE HIGH-VALUES.
           02  PackSize-OilNum        PIC 99.
           02  FILLER                 PIC X.
           02  PackSize-Size          PIC 99.
           02  FILLER                 PIC X.
           02  PackSize-Factor        PIC 9V999.

       FD AccrCtlFile.
       01 AccrCtl-Rec.
           02  AccrCtl-Last-Period    PIC 9(6).

       FD GlMapFile.
       01 GlMap-Rec.
           88 EndOfGlMapFile       VALUE HIGH-VALUES.
           02  GlMap-Source            PIC X(8).
           02  FILLER                  PIC X.
           02  GlMap-Debit-Account     PIC X(6).
           02  FILLER                  PIC X.
           02  GlMap-Credit-Account    PIC X(6).

       FD GlJournalFile.
       01 GlJournal-Rec.
           02  GlJrnl-Date             PIC 9(8).
           02  FILLER                  PIC X.
           02  GlJrnl-Account          PIC X(6).
           02  FILLER                  PIC X.
           02  GlJrnl-DC-Flag          PIC X.
           02  FILLER                  PIC X.
           02  GlJrnl-Amount           PIC S9(9)V99
               SIGN TRAILING SEPARATE.
           02  FILLER                  PIC X.
           02  GlJrnl-Source           PIC X(8).
           02  GlJrnl-Trail-Count REDEFINES GlJrnl-Source
                                       PIC 9(8).

       FD AccrualRep.
       01 Accrual-Print-Line           PIC X(80).

       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-Despatch-File-Status      PIC XX.
       01  WS-OilPrice-File-Status      PIC XX.
       01  WS-Contract-File-Status      PIC XX.
       01  WS-CustMaster-File-Status    PIC XX.
       01  WS-Promo-File-Status         PIC XX.
       01  WS-PackSize-File-Status      PIC XX.
       01  WS-AccrCtl-File-Status       PIC XX.
       01  WS-GlMap-File-Status         PIC XX.
       01  WS-GlJournal-File-Status     PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Business-Date-Parts REDEFINES Business-Date.
           02  Business-Year            PIC 9(4).
           02  Business-Month           PIC 99.
           02  Business-Day             PIC 99.

       01  Business-Period              PIC 9(6).
       01  Last-Posted-Period           PIC 9(6) VALUE ZEROS.

      * The first of the month after the business date: the day the
      * accrual reverses.
       01  Reversal-Date.
           02  Reversal-Year            PIC 9(4).
           02  Reversal-Month           PIC 99.
           02  Reversal-Day             PIC 99.
       01  Reversal-Date-N REDEFINES Reversal-Date PIC 9(8).

      * The pricing tables InvoiceGen keeps, loaded from the same
      * files, so the accrual is what the invoice run will bill.
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

       01  Contract-Price-Table.
           02  Contract-Price-Entry OCCURS 200 TIMES.
               03  CPT-CustomerID      PIC X(5).
               03  CPT-OilNum          PIC 99.
               03  CPT-Price           PIC 9(3)V99.

       01  Contract-Price-Count        PIC 9(3) VALUE ZEROS.
       01  CPT-Idx                     PIC 9(3).

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

       01  Cust-Master-Table.
           02  Cust-Master-Entry OCCURS 5000 TIMES.
               03  CM-CustomerID       PIC X(5).
               03  CM-Region           PIC X(10).
       01  Cust-Master-Count           PIC 9(4) VALUE ZEROS.
       01  CM-Idx                      PIC 9(4).
       01  Cust-Region                 PIC X(10).

       01  Prev-Cust-Id                PIC X(5).
       01  Line-Qty                    PIC S999.
       01  Sale-Qty-Sold               PIC S99999.
       01  Value-Of-Sale               PIC S999999V99.
       01  Cust-Accrual                PIC S9(9)V99.
       01  Cust-Line-Count             PIC 9(5).
       01  Total-Accrual               PIC S9(9)V99 VALUE ZEROS.
       01  Lines-Accrued               PIC 9(5) VALUE ZEROS.
       01  Customers-Accrued           PIC 9(5) VALUE ZEROS.
       01  Cust-Started-Switch         PIC X VALUE "N".
           88 Cust-Started             VALUE "Y".

       01  Post-Switch                  PIC X VALUE "N".
           88 Accrual-Posted            VALUE "Y".

       01  GLM-Idx                     PIC 99.
       01  Gl-Map-Count                PIC 99 VALUE ZEROS.
       01  Gl-Map-Table.
           02  Gl-Map-Entry OCCURS 50 TIMES.
               03  GLM-Source          PIC X(8).
               03  GLM-Debit-Account   PIC X(6).
               03  GLM-Credit-Account  PIC X(6).
       01  Accrued-Receivables-Account PIC X(6).
       01  Ar-Control-Account          PIC X(6).
      * Normally debit accrued receivables, credit AR control;
      * swapped when returns awaiting their credit notes outweigh
      * the goods awaiting invoices.
       01  Accrual-Debit-Account       PIC X(6).
       01  Accrual-Credit-Account      PIC X(6).
       01  Posting-Amount              PIC S9(9)V99.
       01  Posting-Account             PIC X(6).
       01  Posting-Date                PIC 9(8).
       01  Posting-Source              PIC X(8).
       01  Journal-Line-Count          PIC 9(8) VALUE ZEROS.
       01  Journal-Amount-Hash         PIC S9(9)V99 VALUE ZEROS.

       01  Accrual-Heading-Line        PIC X(50) VALUE
           "     ACCRUED SALES - DESPATCHED NOT INVOICED".

       01  Accrual-Date-Line.
           02  FILLER                  PIC X(17) VALUE
               " BUSINESS DATE : ".
           02  Prn-Business-Date       PIC 9(8).
           02  FILLER                  PIC X(13) VALUE
               "  REVERSES : ".
           02  Prn-Reversal-Date       PIC 9(8).

       01  Accrual-Topic-Line.
           02  FILLER                  PIC X(40) VALUE
               "  OIL SIZE   QTY  DATE      SEQ     SHP".
           02  FILLER                  PIC X(40) VALUE
               "UNIT PRICE           VALUE   BASIS".

       01  Accrual-Customer-Line.
           02  FILLER                  PIC X(11) VALUE
               " CUSTOMER: ".
           02  Prn-Acc-CustomerID      PIC X(5).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Acc-Cust-Name       PIC X(20).

       01  Accrual-Detail-Line.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Acc-OilID           PIC X(3).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Acc-UnitSize        PIC Z9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Acc-Qty             PIC ZZ9-.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Acc-Date            PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Acc-Seq             PIC 9(7).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Acc-Ship-Point      PIC X(3).
           02  FILLER                  PIC X(6)  VALUE SPACES.
           02  Prn-Acc-Unit-Price      PIC ZZ9.99.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Acc-Value           PIC ZZ,ZZZ,ZZ9.99-.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Acc-Basis           PIC X(8).

       01  Accrual-Total-Line.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Total-Label         PIC X(19).
           02  Prn-Total-Key           PIC X(5).
           02  FILLER                  PIC X(9)  VALUE "  LINES: ".
           02  Prn-Total-Lines         PIC ZZZZ9.
           02  FILLER                  PIC X(13) VALUE SPACES.
           02  Prn-Total-Value         PIC ZZZ,ZZZ,ZZ9.99-.

       01  Accrual-Note-Line.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-Note                PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           COMPUTE Business-Period = Business-Date / 100.
           PERFORM 1000-SET-REVERSAL-DATE.
           PERFORM 1100-LOAD-OIL-PRICES.
           PERFORM 1200-LOAD-CONTRACT-PRICES.
           PERFORM 1300-LOAD-PROMOTIONS.
           PERFORM 1400-LOAD-CUSTOMER-REGIONS.
           PERFORM 1500-LOAD-PACK-SIZES.
           PERFORM 1600-LOAD-LAST-PERIOD.
           PERFORM 1700-LOAD-GL-MAP.

           OPEN OUTPUT AccrualRep.
           PERFORM 2000-PRINT-HEADINGS.
           OPEN INPUT DespatchFile.
           IF WS-Despatch-File-Status NOT = "00"
               DISPLAY "WARNING: DESPATCH.DAT NOT AVAILABLE - "
                   "NOTHING TO ACCRUE"
           ELSE
               READ DespatchFile
                   AT END SET EndOfDespatchFile TO TRUE
               END-READ
               PERFORM 2100-ACCRUE-ONE-CUSTOMER
                   UNTIL EndOfDespatchFile
               CLOSE DespatchFile
           END-IF.

           IF Last-Posted-Period = Business-Period
               DISPLAY "SALES ACCRUAL FOR " Business-Period
                   " ALREADY POSTED - REPORT ONLY"
           ELSE
               IF Total-Accrual NOT = ZERO
                   PERFORM 3000-POST-REVERSING-JOURNAL
               END-IF
           END-IF.
           PERFORM 4000-PRINT-TOTALS.
           CLOSE AccrualRep.
           DISPLAY "CONFIRMED LINES ACCRUED: " Lines-Accrued.
           DISPLAY "CUSTOMERS ACCRUED: " Customers-Accrued.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-SET-REVERSAL-DATE.
           IF Business-Month = 12
               COMPUTE Reversal-Year = Business-Year + 1
               MOVE 1 TO Reversal-Month
           ELSE
               MOVE Business-Year TO Reversal-Year
               COMPUTE Reversal-Month = Business-Month + 1
           END-IF.
           MOVE 1 TO Reversal-Day.

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

      * InvoiceGen's latest-date-on-or-before rule.
       1150-LOOKUP-OIL-PRICE.
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

       1250-APPLY-CONTRACT-PRICE.
           PERFORM VARYING CPT-Idx FROM 1 BY 1
               UNTIL CPT-Idx > Contract-Price-Count
               IF CPT-CustomerID(CPT-Idx) = Desp-CustomerID
                   AND CPT-OilNum(CPT-Idx) = Lookup-Oil-Num
                   MOVE CPT-Price(CPT-Idx) TO Oil-Cost-For-Line
               END-IF
           END-PERFORM.

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

      * InvoiceGen's window-and-range rule, after any contract rate.
       1350-APPLY-PROMO-PRICE.
           PERFORM VARYING PRM-Idx FROM 1 BY 1
               UNTIL PRM-Idx > Promo-Count
               IF Lookup-Oil-Num >= PRM-Oil-From(PRM-Idx)
                   AND Lookup-Oil-Num <= PRM-Oil-To(PRM-Idx)
                   AND Lookup-Price-Date >= PRM-Start-Date(PRM-Idx)
                   AND Lookup-Price-Date <= PRM-End-Date(PRM-Idx)
                   AND (PRM-Region(PRM-Idx) = SPACES
                       OR PRM-Region(PRM-Idx) = Cust-Region)
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

       1400-LOAD-CUSTOMER-REGIONS.
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
                   END-IF
                   READ CustMasterFile
                       AT END SET EndOfCustMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CustMasterFile
           END-IF.

       1450-LOOKUP-CUST-REGION.
           MOVE "UNKNOWN" TO Cust-Region.
           PERFORM VARYING CM-Idx FROM 1 BY 1
               UNTIL CM-Idx > Cust-Master-Count
               IF CM-CustomerID(CM-Idx) = Prev-Cust-Id
                   MOVE CM-Region(CM-Idx) TO Cust-Region
               END-IF
           END-PERFORM.

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

       1550-FIND-PACK-FACTOR.
           MOVE 1.000 TO Pack-Factor-For-Line.
           PERFORM VARYING PSZ-Idx FROM 1 BY 1
               UNTIL PSZ-Idx > Pack-Size-Count
               IF PSZ-OilNum(PSZ-Idx) = Desp-OilNum
                   AND PSZ-Size(PSZ-Idx) = Desp-UnitSize
                   MOVE PSZ-Factor(PSZ-Idx) TO Pack-Factor-For-Line
               END-IF
           END-PERFORM.

       1600-LOAD-LAST-PERIOD.
           OPEN INPUT AccrCtlFile.
           IF WS-AccrCtl-File-Status = "00"
               READ AccrCtlFile
                   NOT AT END
                       IF AccrCtl-Last-Period IS NUMERIC
                           MOVE AccrCtl-Last-Period
                               TO Last-Posted-Period
                       END-IF
               END-READ
               CLOSE AccrCtlFile
           END-IF.

       1700-LOAD-GL-MAP.
           OPEN INPUT GlMapFile.
           IF WS-GlMap-File-Status = "00"
               READ GlMapFile
                   AT END SET EndOfGlMapFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGlMapFile
                   IF Gl-Map-Count < 50
                       ADD 1 TO Gl-Map-Count
                       MOVE GlMap-Source
                           TO GLM-Source(Gl-Map-Count)
                       MOVE GlMap-Debit-Account
                           TO GLM-Debit-Account(Gl-Map-Count)
                       MOVE GlMap-Credit-Account
                           TO GLM-Credit-Account(Gl-Map-Count)
                   END-IF
                   READ GlMapFile
                       AT END SET EndOfGlMapFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GlMapFile
           END-IF.

       2000-PRINT-HEADINGS.
           WRITE Accrual-Print-Line FROM Accrual-Heading-Line
           AFTER ADVANCING 1 LINE.
           MOVE Business-Date TO Prn-Business-Date.
           MOVE Reversal-Date-N TO Prn-Reversal-Date.
           WRITE Accrual-Print-Line FROM Accrual-Date-Line
           AFTER ADVANCING 1 LINE.
           WRITE Accrual-Print-Line FROM Accrual-Topic-Line
           AFTER ADVANCING 2 LINES.

      * DESPATCH.DAT is grouped by customer, as the invoice run
      * relies on. Only confirmed lines are waiting on an invoice or
      * credit note; pending lines have not shipped and accrue
      * nothing.
       2100-ACCRUE-ONE-CUSTOMER.
           MOVE "N" TO Cust-Started-Switch.
           MOVE ZEROS TO Cust-Accrual.
           MOVE ZEROS TO Cust-Line-Count.
           MOVE Desp-CustomerID TO Prev-Cust-Id.
           PERFORM 1450-LOOKUP-CUST-REGION.
           PERFORM UNTIL EndOfDespatchFile
               OR Desp-CustomerID NOT = Prev-Cust-Id
               IF Desp-Is-Confirmed
                   IF Desp-UnitsSold < ZERO
                       MOVE Desp-UnitsSold TO Line-Qty
                       PERFORM 2200-ACCRUE-LINE
                   ELSE
                       IF Desp-Confirmed-Qty > ZERO
                           MOVE Desp-Confirmed-Qty TO Line-Qty
                           PERFORM 2200-ACCRUE-LINE
                       END-IF
                   END-IF
               END-IF
               READ DespatchFile
                   AT END SET EndOfDespatchFile TO TRUE
               END-READ
           END-PERFORM.
           IF Cust-Started
               ADD 1 TO Customers-Accrued
               ADD Cust-Accrual TO Total-Accrual
               MOVE "TOTAL FOR CUSTOMER" TO Prn-Total-Label
               MOVE Prev-Cust-Id TO Prn-Total-Key
               MOVE Cust-Line-Count TO Prn-Total-Lines
               MOVE Cust-Accrual TO Prn-Total-Value
               WRITE Accrual-Print-Line FROM Accrual-Total-Line
               AFTER ADVANCING 1 LINE
           END-IF.

      * InvoiceGen's own arithmetic: a shipped line at the confirmed
      * quantity (the quoted price when converted from a quotation),
      * a return line at its full quantity as the credit note will
      * price it.
       2200-ACCRUE-LINE.
           IF NOT Cust-Started
               SET Cust-Started TO TRUE
               MOVE Desp-CustomerID TO Prn-Acc-CustomerID
               MOVE Desp-CustomerName TO Prn-Acc-Cust-Name
               WRITE Accrual-Print-Line FROM Accrual-Customer-Line
               AFTER ADVANCING 2 LINES
           END-IF.
           COMPUTE Sale-Qty-Sold = Desp-UnitSize * Line-Qty.
           MOVE Desp-OilNum TO Lookup-Oil-Num.
           MOVE Desp-Trans-Date TO Lookup-Price-Date.
           IF Line-Qty > ZERO
               AND Desp-Quote-Number NOT = SPACES
               AND Desp-Quote-Price IS NUMERIC
               MOVE Desp-Quote-Price TO Oil-Cost-For-Line
               MOVE 1.000 TO Pack-Factor-For-Line
               MOVE "QUOTE" TO Prn-Acc-Basis
           ELSE
               PERFORM 1150-LOOKUP-OIL-PRICE
               PERFORM 1250-APPLY-CONTRACT-PRICE
               PERFORM 1350-APPLY-PROMO-PRICE
               PERFORM 1550-FIND-PACK-FACTOR
               IF Line-Qty < ZERO
                   MOVE "RETURN" TO Prn-Acc-Basis
               ELSE
                   MOVE SPACES TO Prn-Acc-Basis
               END-IF
           END-IF.
           COMPUTE Value-Of-Sale ROUNDED = Sale-Qty-Sold *
               Oil-Cost-For-Line * Pack-Factor-For-Line.
           ADD Value-Of-Sale TO Cust-Accrual.
           ADD 1 TO Cust-Line-Count.
           ADD 1 TO Lines-Accrued.

           MOVE Desp-OilID TO Prn-Acc-OilID.
           MOVE Desp-UnitSize TO Prn-Acc-UnitSize.
           MOVE Line-Qty TO Prn-Acc-Qty.
           MOVE Desp-Trans-Date TO Prn-Acc-Date.
           MOVE Desp-Trans-Seq TO Prn-Acc-Seq.
           MOVE Desp-Ship-Point TO Prn-Acc-Ship-Point.
           MOVE Oil-Cost-For-Line TO Prn-Acc-Unit-Price.
           MOVE Value-Of-Sale TO Prn-Acc-Value.
           WRITE Accrual-Print-Line FROM Accrual-Detail-Line
           AFTER ADVANCING 1 LINE.

      * The accrual and its reversal go out as one batch under one
      * control trailer, so GlPost takes both or neither. Both sides
      * are receivables: the SALEACCR debit account holds the goods
      * awaiting invoices, and the AR control account (the SALES
      * debit account) gives them up until the invoices are raised.
       3000-POST-REVERSING-JOURNAL.
           MOVE SPACES TO Accrued-Receivables-Account.
           MOVE SPACES TO Ar-Control-Account.
           PERFORM VARYING GLM-Idx FROM 1 BY 1
               UNTIL GLM-Idx > Gl-Map-Count
               IF GLM-Source(GLM-Idx) = "SALEACCR"
                   MOVE GLM-Debit-Account(GLM-Idx)
                       TO Accrued-Receivables-Account
               END-IF
               IF GLM-Source(GLM-Idx) = "SALES"
                   MOVE GLM-Debit-Account(GLM-Idx)
                       TO Ar-Control-Account
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN Accrued-Receivables-Account = SPACES
                   DISPLAY "WARNING: NO GLMAP.DAT ENTRY FOR SALEACCR - "
                       "ACCRUAL NOT POSTED TO THE GL"
                   MOVE 4 TO RETURN-CODE
               WHEN Ar-Control-Account = SPACES
                   DISPLAY "WARNING: NO GLMAP.DAT ENTRY FOR SALES - "
                       "ACCRUAL NOT POSTED TO THE GL"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 3050-WRITE-ACCRUAL-BATCH
           END-EVALUATE.

       3050-WRITE-ACCRUAL-BATCH.
           IF Total-Accrual > ZERO
               MOVE Total-Accrual TO Posting-Amount
               MOVE Accrued-Receivables-Account
                   TO Accrual-Debit-Account
               MOVE Ar-Control-Account
                   TO Accrual-Credit-Account
           ELSE
               COMPUTE Posting-Amount = ZERO - Total-Accrual
               MOVE Ar-Control-Account
                   TO Accrual-Debit-Account
               MOVE Accrued-Receivables-Account
                   TO Accrual-Credit-Account
           END-IF.
           OPEN EXTEND GlJournalFile.
           IF WS-GlJournal-File-Status NOT = "00"
               OPEN OUTPUT GlJournalFile
           END-IF.
           MOVE ZEROS TO Journal-Line-Count.
           MOVE ZEROS TO Journal-Amount-Hash.
           MOVE Business-Date TO Posting-Date.
           MOVE "SALEACCR" TO Posting-Source.
           MOVE Accrual-Debit-Account TO Posting-Account.
           PERFORM 3100-WRITE-DEBIT-LINE.
           MOVE Accrual-Credit-Account TO Posting-Account.
           PERFORM 3200-WRITE-CREDIT-LINE.
           MOVE Reversal-Date-N TO Posting-Date.
           MOVE "SALEACRV" TO Posting-Source.
           MOVE Accrual-Credit-Account TO Posting-Account.
           PERFORM 3100-WRITE-DEBIT-LINE.
           MOVE Accrual-Debit-Account TO Posting-Account.
           PERFORM 3200-WRITE-CREDIT-LINE.
           MOVE SPACES TO GlJournal-Rec.
           MOVE Business-Date TO GlJrnl-Date.
           MOVE "TRAILR" TO GlJrnl-Account.
           MOVE "T" TO GlJrnl-DC-Flag.
           MOVE Journal-Amount-Hash TO GlJrnl-Amount.
           MOVE Journal-Line-Count TO GlJrnl-Trail-Count.
           WRITE GlJournal-Rec.
           CLOSE GlJournalFile.
           SET Accrual-Posted TO TRUE.
           PERFORM 3300-REWRITE-LAST-PERIOD.

       3100-WRITE-DEBIT-LINE.
           MOVE SPACES TO GlJournal-Rec.
           MOVE Posting-Account TO GlJrnl-Account.
           MOVE Posting-Date TO GlJrnl-Date.
           MOVE "D" TO GlJrnl-DC-Flag.
           MOVE Posting-Amount TO GlJrnl-Amount.
           MOVE Posting-Source TO GlJrnl-Source.
           WRITE GlJournal-Rec.
           ADD 1 TO Journal-Line-Count.
           ADD Posting-Amount TO Journal-Amount-Hash.

       3200-WRITE-CREDIT-LINE.
           MOVE SPACES TO GlJournal-Rec.
           MOVE Posting-Account TO GlJrnl-Account.
           MOVE Posting-Date TO GlJrnl-Date.
           MOVE "C" TO GlJrnl-DC-Flag.
           MOVE Posting-Amount TO GlJrnl-Amount.
           MOVE Posting-Source TO GlJrnl-Source.
           WRITE GlJournal-Rec.
           ADD 1 TO Journal-Line-Count.
           ADD Posting-Amount TO Journal-Amount-Hash.

       3300-REWRITE-LAST-PERIOD.
           OPEN OUTPUT AccrCtlFile.
           MOVE Business-Period TO AccrCtl-Last-Period.
           WRITE AccrCtl-Rec.
           CLOSE AccrCtlFile.

       4000-PRINT-TOTALS.
           MOVE "TOTAL ACCRUED" TO Prn-Total-Label.
           MOVE SPACES TO Prn-Total-Key.
           MOVE Lines-Accrued TO Prn-Total-Lines.
           MOVE Total-Accrual TO Prn-Total-Value.
           WRITE Accrual-Print-Line FROM Accrual-Total-Line
           AFTER ADVANCING 2 LINES.
           EVALUATE TRUE
               WHEN Accrual-Posted
                   MOVE "POSTED AS SALEACCR, REVERSING AS SALEACRV"
                       TO Prn-Note
               WHEN Last-Posted-Period = Business-Period
                   MOVE "ALREADY POSTED THIS MONTH - NOT POSTED AGAIN"
                       TO Prn-Note
               WHEN OTHER
                   MOVE "NOT POSTED" TO Prn-Note
           END-EVALUATE.
           WRITE Accrual-Print-Line FROM Accrual-Note-Line
           AFTER ADVANCING 2 LINES.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="SALESACCR"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM SalesAccr.
