      *     notes accrue a clawback. CommRelease pays the accruals
      *     out only once ArPayment settles the invoice, so a rep is
      *     no longer paid on an invoice the customer never pays.
      *   - A despatch line converted from a quotation bills at the
      *     quoted unit price carried on the line, in place of the
      *     list, contract, promotion and pack-size pricing.
      *   - Each invoice and credit-note line shows the SHIPTO.DAT
      *     delivery point it went to (blank for the main address),
      *     archived with the line so a reprint shows it too.
      *   - Each MANIFEST.DAT parcel DespConf booked for the customer
      *     adds a carriage line at its banded freight charge, or at
      *     nothing when the goods total clears the FRTCTL.DAT free-
      *     delivery threshold; the parcel is marked charged or
      *     waived against the invoice number. Commission accrues on
      *     the goods value only.
      *   - An invoice for lines raised on a prepayment account's
      *     paid PROFORMA.DAT pro-forma takes the prepayment off as
      *     a LESS PREPAYMENT line and shows the balance due; the
      *     amount applied posts as paid on the ledger item (settling
      *     it when fully covered) and lands on ARRCPT.DAT as a
      *     source "F" receipt, and the pro-forma is marked applied.
      *   - The AR ledger is indexed on invoice number and the customer
      *     master on customer id; each new invoice or credit note is
      *     added to the ledger by key, with a warning if the number is
      *     already on file.
      *   - PROFORMA.DAT is held under the shared PROFORMA.LCK from the
      *     load to the rewrite; when another program holds it the run
      *     applies no prepayments and ends with return code 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InvoiceGen.
      * settled later by the ArPayment posting transaction and aged
      * by the ArAgeing report.
       SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS AR-Invoice-Number
                 ALTERNATE RECORD KEY IS AR-CustomerID
                     WITH DUPLICATES
                 FILE STATUS IS WS-ArLedger-File-Status.

      * Negotiated contract prices, the same CONTRACT.DAT the summary
      * legally carry the VAT for the customer's jurisdiction. The
      * VAT-inclusive total is what lands on the AR ledger.
       SELECT CustMasterFile ASSIGN TO "CUSTMAST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS CustMast-CustomerID
                 FILE STATUS IS WS-CustMaster-File-Status.

       SELECT TaxRateFile ASSIGN TO "TAXRATE.DAT"
       SELECT InvArchFile ASSIGN TO "INVARCH.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-InvArch-File-Status.

      * Parcels booked by DespConf awaiting their freight charge,
      * rewritten at the end of the run with each one's outcome.
       SELECT ManifestFile ASSIGN TO "MANIFEST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Manifest-File-Status.

      * Goods value, ex-VAT, at or over which delivery is free.
       SELECT FreightCtlFile ASSIGN TO "FRTCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FreightCtl-File-Status.

      * Pro-forma invoices the prepayment accounts have paid; what
      * each has had applied to invoices is rewritten at the end.
       SELECT ProFormaFile ASSIGN TO "PROFORMA.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ProForma-File-Status.

      * Receipt history: a prepayment applied to an invoice is booked
      * here as its receipt, dated the invoice.
       SELECT ArReceiptFile ASSIGN TO "ARRCPT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ArReceipt-File-Status.
       COPY "RUNLOGFC.CPY".
       COPY "RUNLOCKFC.CPY".
       COPY "UPDJRNLFC.CPY".
       COPY "BUSDATEFC.CPY".

           02  Desp-Status            PIC X.
               88 Desp-Is-Pending     VALUE "P".
               88 Desp-Is-Confirmed   VALUE "C".
      * Quotation the line was converted from and the unit price it
      * was quoted at; spaces on an ordinary line.
           02  Desp-Quote-Number      PIC X(6).
           02  Desp-Quote-Price       PIC 9(3)V99.
      * SHIPTO.DAT delivery point; spaces for the CUSTMAST.DAT
      * address.
           02  Desp-Ship-Point        PIC X(3).
      * PROFORMA.DAT pro-forma a prepayment account's line was raised
      * on; spaces on an ordinary account.
           02  Desp-ProForma-Number   PIC X(6).
           02  Desp-ProForma-Number-N REDEFINES Desp-ProForma-Number
                                      PIC 9(6).

       FD DespCarryFile.
       01 DespCarry-Rec.
           88 EndOfDespCarryFile  VALUE HIGH-VALUES.
           02  DespCarry-Image        PIC X(75).

       FD OilPriceFile.
       01 OilPrice-Rec.
      * before the field.
           02  FILLER                 PIC X.
           02  AR-Settled-Date        PIC 9(8).
           02  FILLER                 PIC X(2).

       FD ContractPriceFile.
       01 ContractPrice-Rec.
      * before the second shop and they report under "HQ ".
           02  FILLER                   PIC X.
           02  CustMast-Branch          PIC X(3).
           02  FILLER                   PIC X(6).

       FD PromoFile.
       01 Promo-Rec.
               03  AD-Unit-Price      PIC 9(3)V99.
               03  AD-Value           PIC S9(6)V99
                   SIGN IS TRAILING SEPARATE.
               03  AD-Ship-Point      PIC X(3).
               03  FILLER             PIC X(20).

       FD CommLedgFile.
       01 CommLedg-Rec.
           02  FILLER                 PIC X.
           02  CML-Release-Date       PIC 9(8).

       FD ManifestFile.
       01 Manifest-Rec.
           88 EndOfManifestFile   VALUE HIGH-VALUES.
           02  Man-Parcel-Number      PIC 9(6).
           02  FILLER                 PIC X.
           02  Man-Desp-Date          PIC 9(8).
           02  FILLER                 PIC X.
           02  Man-Carrier            PIC X(3).
           02  FILLER                 PIC X.
           02  Man-CustomerID         PIC X(5).
           02  FILLER                 PIC X.
           02  Man-Ship-Point         PIC X(3).
           02  FILLER                 PIC X.
           02  Man-Weight             PIC 9(6).
           02  FILLER                 PIC X.
           02  Man-Cost               PIC 9(3)V99.
           02  FILLER                 PIC X.
           02  Man-Charge             PIC 9(3)V99.
           02  FILLER                 PIC X.
      * N = not yet invoiced, I = charged on the invoice, W = waived
      * because the invoice cleared the free-delivery threshold.
           02  Man-Invoice-Status     PIC X.
           02  FILLER                 PIC X.
           02  Man-Invoice-Number     PIC 9(6).

       FD FreightCtlFile.
       01 FreightCtl-Rec.
           02  FreightCtl-Free-Threshold PIC 9(7)V99.

       FD ProFormaFile.
       01 ProForma-Rec.
           88 EndOfProFormaFile   VALUE HIGH-VALUES.
           02  PF-Number              PIC 9(6).
           02  FILLER                 PIC X.
           02  PF-CustomerID          PIC X(5).
           02  FILLER                 PIC X.
           02  PF-Issue-Date          PIC 9(8).
           02  FILLER                 PIC X.
           02  PF-Amount              PIC 9(7)V99.
           02  FILLER                 PIC X.
           02  PF-Received            PIC 9(7)V99.
           02  FILLER                 PIC X.
           02  PF-Applied             PIC 9(7)V99.
           02  FILLER                 PIC X.
      * O = awaiting payment, P = paid, I = applied to invoices.
           02  PF-Status              PIC X.
           02  FILLER                 PIC X.
           02  PF-Paid-Date           PIC 9(8).
           02  FILLER                 PIC X.
           02  PF-Invoice-Number      PIC 9(6).

       FD ArReceiptFile.
       01 ArReceipt-Rec.
           02  Rcpt-Date              PIC 9(8).
           02  FILLER                 PIC X.
           02  Rcpt-Invoice-Number    PIC 9(6).
           02  FILLER                 PIC X.
           02  Rcpt-CustomerID        PIC X(5).
           02  FILLER                 PIC X.
           02  Rcpt-Amount            PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
      * "F" a pro-forma prepayment applied to the invoice.
           02  FILLER                 PIC X.
           02  Rcpt-Source            PIC X.
           02  FILLER                 PIC X.
           02  Rcpt-Reference         PIC X(10).

       COPY "RUNLOGFD.CPY".
       COPY "RUNLOCKFD.CPY".
       COPY "UPDJRNLFD.CPY".
       COPY "BUSDATEFD.CPY".

       01  WS-InvoiceCtl-File-Status    PIC XX.
       01  WS-ArLedger-File-Status      PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "RUNLOCKWS.CPY".
       COPY "UPDJRNLWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  AH-Tax-Work                  PIC S9(7)V99.
       01  AH-Inc-Tax-Work              PIC S9(7)V99.
       01  Lines-Carried-Forward        PIC 9(5) VALUE ZEROS.

      * MANIFEST.DAT held whole, since every row is written back.
       01  Manifest-Table.
           02  Manifest-Entry OCCURS 5000 TIMES.
               03  MFT-Image            PIC X(60).
               03  MFT-CustomerID       PIC X(5).
               03  MFT-Status           PIC X.
               03  MFT-Invoice-Number   PIC 9(6).
       01  Manifest-Count               PIC 9(4) VALUE ZEROS.
       01  MFT-Idx                      PIC 9(4).
      * A manifest too big for the table charges no freight at all
      * this run rather than rewrite the file short.
       01  Manifest-Overflow-Switch     PIC X VALUE "N".
           88 Manifest-Overflowed       VALUE "Y".
       01  WS-Manifest-File-Status      PIC XX.
       01  WS-FreightCtl-File-Status    PIC XX.
       01  Free-Delivery-Threshold      PIC 9(7)V99 VALUE ZEROS.
       01  Invoice-Freight-Value        PIC S9(7)V99.
       01  Invoice-Goods-Value          PIC S9(7)V99.
       01  Freight-Line-Value           PIC 9(3)V99.
       01  Parcels-Charged              PIC 9(5) VALUE ZEROS.
       01  Parcels-Waived               PIC 9(5) VALUE ZEROS.
       01  Shortfall-Qty                PIC 999.

      * PROFORMA.DAT held whole, since every row is written back.
       01  ProForma-Table.
           02  ProForma-Entry OCCURS 2000 TIMES.
               03  PFT-Number           PIC 9(6).
               03  PFT-CustomerID       PIC X(5).
               03  PFT-Issue-Date       PIC 9(8).
               03  PFT-Amount           PIC 9(7)V99.
               03  PFT-Received         PIC 9(7)V99.
               03  PFT-Applied          PIC 9(7)V99.
               03  PFT-Status           PIC X.
               03  PFT-Paid-Date        PIC 9(8).
               03  PFT-Invoice-Number   PIC 9(6).
       01  ProForma-Count               PIC 9(4) VALUE ZEROS.
       01  PFT-Idx                      PIC 9(4).
      * A register too big for the table applies no prepayments this
      * run rather than rewrite the file short.
       01  ProForma-Overflow-Switch     PIC X VALUE "N".
           88 ProForma-Overflowed       VALUE "Y".
       01  WS-ProForma-File-Status      PIC XX.
       01  WS-ArReceipt-File-Status     PIC XX.
      * The pro-formas behind the invoice now printing.
       01  Invoice-ProForma-Table.
           02  IPF-Entry                PIC 9(4) OCCURS 20 TIMES.
       01  Invoice-ProForma-Count       PIC 99.
       01  IPF-Idx                      PIC 99.
       01  IPF-Found-Switch             PIC X.
           88 IPF-Was-Found             VALUE "Y".
       01  Prepayment-Offset            PIC S9(7)V99.
       01  Prepayment-Available         PIC S9(7)V99.
       01  Prepayment-Take              PIC S9(7)V99.
       01  Invoice-Balance-Due          PIC S9(7)V99.
       01  Prepayments-Applied          PIC 9(5) VALUE ZEROS.

      * The invoice document opens only when the customer's first
      * confirmed line arrives, so a block of still-pending lines
      * burns no invoice number and posts no empty receivable.
               03  CRL-Trans-Date       PIC 9(8).
               03  CRL-Unit-Price       PIC 9(3)V99.
               03  CRL-Value            PIC S999999V99.
               03  CRL-Ship-Point       PIC X(3).

       01  Credit-Line-Count            PIC 9(3) VALUE ZEROS.
       01  CRL-Idx                      PIC 9(3).
           02  Prn-Invoice-Cust-Id      PIC X(5).
           02  FILLER                   PIC X(1)  VALUE ")".

       01  Invoice-Topic-Line.
           02  FILLER                   PIC X(53) VALUE
               " OIL  SIZE   QTY    DATE       UNIT PRICE      VALUE".
           02  FILLER                   PIC X(11) VALUE
               "        DLV".

       01  Invoice-Detail-Line.
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Inv-Unit-Price       PIC $$$9.99.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Inv-Value            PIC $$$,$$9.99-.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Inv-Ship-Point       PIC X(3).

       01  Invoice-Total-Line.
           02  FILLER                   PIC X(26) VALUE SPACES.
               "TOTAL INC VAT : ".
           02  Prn-Invoice-Inc-Tax      PIC $$,$$$,$$9.99-.

       01  Invoice-Prepayment-Line.
           02  FILLER                   PIC X(26) VALUE SPACES.
           02  FILLER                   PIC X(16) VALUE
               "LESS PREPAYMENT:".
           02  Prn-Invoice-Prepayment   PIC $$,$$$,$$9.99-.

       01  Invoice-Balance-Line.
           02  FILLER                   PIC X(26) VALUE SPACES.
           02  FILLER                   PIC X(16) VALUE
               "BALANCE DUE   : ".
           02  Prn-Invoice-Balance      PIC $$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM 1088-LOAD-PACK-SIZES.
           PERFORM 1090-LOAD-TAX-RATES.
           PERFORM 1100-LOAD-INVOICE-NUMBER.
           PERFORM 1150-LOAD-MANIFEST.
      * PROFORMA.DAT is written back whole after the run, so the
      * register is held from the load to the rewrite. Held
      * elsewhere, the run invoices without applying prepayments,
      * as it does when the register outgrows the table.
           MOVE "PROFORMA.LCK" TO Lock-File-Name.
           MOVE "N" TO Lock-Prompt-Allowed.
           PERFORM Acquire-Run-Lock.
           IF Run-Lock-Held
               PERFORM 1170-LOAD-PRO-FORMAS
           ELSE
               DISPLAY "WARNING: PROFORMA.DAT IN USE - "
                   "NO PREPAYMENTS APPLIED THIS RUN"
               MOVE 4 TO RETURN-CODE
           END-IF.

           OPEN INPUT DespatchFile.
           IF WS-Despatch-File-Status NOT = "00"
               DISPLAY "WARNING: DESPATCH.DAT NOT AVAILABLE - RUN "
                   "PICKLIST FIRST - NO INVOICES PRODUCED"
           ELSE
               OPEN I-O ArLedgerFile
               IF WS-ArLedger-File-Status = "35"
                   OPEN OUTPUT ArLedgerFile
                   CLOSE ArLedgerFile
                   OPEN I-O ArLedgerFile
               END-IF
               OPEN OUTPUT DespCarryFile
               OPEN EXTEND InvArchFile
               IF WS-CommLedg-File-Status NOT = "00"
                   OPEN OUTPUT CommLedgFile
               END-IF
               OPEN EXTEND ArReceiptFile
               IF WS-ArReceipt-File-Status NOT = "00"
                   OPEN OUTPUT ArReceiptFile
               END-IF
               READ DespatchFile
                   AT END SET EndOfDespatchFile TO TRUE
               END-READ
               PERFORM 2000-PRODUCE-ONE-INVOICE
                   UNTIL EndOfDespatchFile
               CLOSE DespatchFile, ArLedgerFile, DespCarryFile,
                   InvArchFile, CommLedgFile, ArReceiptFile
               PERFORM 3100-CARRY-BACK-PENDING
           END-IF.

           PERFORM 3000-REWRITE-INVOICE-NUMBER.
           IF Manifest-Count > ZEROS AND NOT Manifest-Overflowed
               PERFORM 3200-REWRITE-MANIFEST
           END-IF.
           IF Prepayments-Applied > ZEROS
               PERFORM 3300-REWRITE-PRO-FORMAS
           END-IF.
           PERFORM Release-Run-Lock.
           DISPLAY "INVOICES WRITTEN: " Invoices-Written.
           DISPLAY "CREDIT NOTES WRITTEN: " Credit-Notes-Written.
           DISPLAY "DESPATCH LINES CARRIED FORWARD: "
               Lines-Carried-Forward.
           DISPLAY "PARCELS CHARGED: " Parcels-Charged
               "  WAIVED: " Parcels-Waived.
           DISPLAY "PREPAYMENTS APPLIED: " Prepayments-Applied.
           PERFORM Log-Run-Complete.
           STOP RUN.

               CLOSE InvoiceCtlFile
           END-IF.

       1150-LOAD-MANIFEST.
           OPEN INPUT FreightCtlFile.
           IF WS-FreightCtl-File-Status = "00"
               READ FreightCtlFile
                   NOT AT END
                       IF FreightCtl-Free-Threshold IS NUMERIC
                           MOVE FreightCtl-Free-Threshold
                               TO Free-Delivery-Threshold
                       END-IF
               END-READ
               CLOSE FreightCtlFile
           END-IF.
           OPEN INPUT ManifestFile.
           IF WS-Manifest-File-Status = "00"
               READ ManifestFile
                   AT END SET EndOfManifestFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfManifestFile
                   IF Manifest-Count < 5000
                       ADD 1 TO Manifest-Count
                       MOVE Manifest-Rec TO MFT-Image(Manifest-Count)
                       MOVE Man-CustomerID
                           TO MFT-CustomerID(Manifest-Count)
                       MOVE Man-Invoice-Status
                           TO MFT-Status(Manifest-Count)
                       MOVE Man-Invoice-Number
                           TO MFT-Invoice-Number(Manifest-Count)
                   ELSE
                       SET Manifest-Overflowed TO TRUE
                   END-IF
                   READ ManifestFile
                       AT END SET EndOfManifestFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ManifestFile
           END-IF.
           IF Manifest-Overflowed
               DISPLAY "WARNING: MANIFEST.DAT EXCEEDS THE TABLE - "
                   "NO FREIGHT CHARGED THIS RUN"
           END-IF.

       1170-LOAD-PRO-FORMAS.
           OPEN INPUT ProFormaFile.
           IF WS-ProForma-File-Status = "00"
               READ ProFormaFile
                   AT END SET EndOfProFormaFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfProFormaFile
                   IF ProForma-Count < 2000
                       ADD 1 TO ProForma-Count
                       MOVE PF-Number TO PFT-Number(ProForma-Count)
                       MOVE PF-CustomerID
                           TO PFT-CustomerID(ProForma-Count)
                       MOVE PF-Issue-Date
                           TO PFT-Issue-Date(ProForma-Count)
                       MOVE PF-Amount TO PFT-Amount(ProForma-Count)
                       MOVE PF-Received TO PFT-Received(ProForma-Count)
                       MOVE PF-Applied TO PFT-Applied(ProForma-Count)
                       MOVE PF-Status TO PFT-Status(ProForma-Count)
                       MOVE PF-Paid-Date
                           TO PFT-Paid-Date(ProForma-Count)
                       MOVE PF-Invoice-Number
                           TO PFT-Invoice-Number(ProForma-Count)
                   ELSE
                       SET ProForma-Overflowed TO TRUE
                   END-IF
                   READ ProFormaFile
                       AT END SET EndOfProFormaFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ProFormaFile
           END-IF.
           IF ProForma-Overflowed
               DISPLAY "WARNING: PROFORMA.DAT EXCEEDS THE TABLE - "
                   "NO PREPAYMENTS APPLIED THIS RUN"
           END-IF.

      * One customer's contiguous block of sorted lines becomes one
      * numbered invoice document, the same control-break walk
      * Print-Customer-Lines does in the summary report.
           MOVE "N" TO Invoice-Started-Switch.
           MOVE ZEROS TO Invoice-Total-Value.
           MOVE ZEROS TO Credit-Line-Count.
           MOVE ZEROS TO Invoice-ProForma-Count.
           MOVE Desp-CustomerID TO Prev-Cust-Id.
           MOVE Desp-CustomerID TO Invoice-File-CustID.
           MOVE Desp-CustomerName TO Prn-Invoice-Cust-Name.
           END-PERFORM.

           IF Invoice-Started
               PERFORM 2190-ADD-FREIGHT-LINES
               PERFORM 2200-FINISH-INVOICE
           END-IF.

           WRITE Invoice-Print-Line FROM Invoice-Topic-Line
           AFTER ADVANCING 2 LINES.

      * One carriage line per parcel the customer has waiting on the
      * manifest: at its banded charge, or free when the goods total
      * clears the threshold (a zero threshold never waives).
       2190-ADD-FREIGHT-LINES.
           MOVE Invoice-Total-Value TO Invoice-Goods-Value.
           MOVE ZEROS TO Invoice-Freight-Value.
           IF NOT Manifest-Overflowed
               PERFORM VARYING MFT-Idx FROM 1 BY 1
                   UNTIL MFT-Idx > Manifest-Count
                   IF MFT-CustomerID(MFT-Idx) = Prev-Cust-Id
                       AND MFT-Status(MFT-Idx) = "N"
                       PERFORM 2195-PRINT-FREIGHT-LINE
                   END-IF
               END-PERFORM
           END-IF.
           ADD Invoice-Freight-Value TO Invoice-Total-Value.

       2195-PRINT-FREIGHT-LINE.
           MOVE MFT-Image(MFT-Idx) TO Manifest-Rec.
           MOVE Invoice-Number TO MFT-Invoice-Number(MFT-Idx).
           IF Free-Delivery-Threshold > ZERO
               AND Invoice-Goods-Value >= Free-Delivery-Threshold
               MOVE "W" TO MFT-Status(MFT-Idx)
               MOVE ZEROS TO Freight-Line-Value
               MOVE "FREE DELIVERY" TO Prn-Inv-Oil-Name
               ADD 1 TO Parcels-Waived
           ELSE
               MOVE "I" TO MFT-Status(MFT-Idx)
               MOVE Man-Charge TO Freight-Line-Value
               MOVE "CARRIAGE" TO Prn-Inv-Oil-Name
               ADD 1 TO Parcels-Charged
           END-IF.
           ADD Freight-Line-Value TO Invoice-Freight-Value.
           MOVE "FRT" TO Prn-Inv-OilID.
           MOVE ZEROS TO Prn-Inv-UnitSize.
           MOVE 1 TO Prn-Inv-Qty.
           MOVE Man-Desp-Date TO Prn-Inv-Date.
           MOVE Freight-Line-Value TO Prn-Inv-Unit-Price.
           MOVE Freight-Line-Value TO Prn-Inv-Value.
           MOVE Man-Ship-Point TO Prn-Inv-Ship-Point.
           WRITE Invoice-Print-Line FROM Invoice-Detail-Line
           AFTER ADVANCING 1 LINE.
           MOVE SPACES TO InvArch-Rec.
           MOVE Invoice-Number TO Arch-Invoice-Number.
           MOVE "D" TO Arch-Rec-Type.
           MOVE Prn-Inv-OilID TO AD-OilID.
           MOVE Prn-Inv-Oil-Name TO AD-Oil-Name.
           MOVE ZEROS TO AD-UnitSize.
           MOVE 1 TO AD-Qty.
           MOVE Man-Desp-Date TO AD-Trans-Date.
           MOVE Freight-Line-Value TO AD-Unit-Price.
           MOVE Freight-Line-Value TO AD-Value.
           MOVE Man-Ship-Point TO AD-Ship-Point.
           WRITE InvArch-Rec.

       2200-FINISH-INVOICE.
           MOVE Invoice-Total-Value TO Prn-Invoice-Total.
           WRITE Invoice-Print-Line FROM Invoice-Total-Line
           MOVE Invoice-Total-Inc-Tax TO Prn-Invoice-Inc-Tax.
           WRITE Invoice-Print-Line FROM Invoice-Inc-Tax-Line
           AFTER ADVANCING 1 LINE.
           MOVE ZEROS TO Prepayment-Offset.
           IF Invoice-ProForma-Count > ZERO
               AND Invoice-Total-Inc-Tax > ZERO
               PERFORM 2240-APPLY-PREPAYMENTS
           END-IF.
           IF Prepayment-Offset > ZERO
               COMPUTE Invoice-Balance-Due =
                   Invoice-Total-Inc-Tax - Prepayment-Offset
               MOVE Prepayment-Offset TO Prn-Invoice-Prepayment
               WRITE Invoice-Print-Line FROM Invoice-Prepayment-Line
               AFTER ADVANCING 1 LINE
               MOVE Invoice-Balance-Due TO Prn-Invoice-Balance
               WRITE Invoice-Print-Line FROM Invoice-Balance-Line
               AFTER ADVANCING 1 LINE
           END-IF.
           CLOSE InvoiceFile.

      * Posts the invoice just produced onto the open-invoice ledger
      * so receivables can see it until a payment settles it. The
      * receivable is the VAT-inclusive total - that is what the
      * customer owes - less any prepayment already applied, which
      * settles it outright when it covers the lot.
           MOVE SPACES TO ArLedger-Rec.
           MOVE Invoice-Number TO AR-Invoice-Number.
           MOVE Prev-Cust-Id TO AR-CustomerID.
           MOVE Business-Date TO AR-Invoice-Date.
           MOVE Invoice-Total-Inc-Tax TO AR-Invoice-Amount.
           MOVE Prepayment-Offset TO AR-Amount-Paid.
           MOVE "O" TO AR-Status.
           MOVE ZEROS TO AR-Settled-Date.
           IF Prepayment-Offset > ZERO
               AND Prepayment-Offset >= Invoice-Total-Inc-Tax
               MOVE "S" TO AR-Status
               MOVE Business-Date TO AR-Settled-Date
           END-IF.
           WRITE ArLedger-Rec
               INVALID KEY
                   DISPLAY "WARNING: INVOICE " AR-Invoice-Number
                       " NOT ADDED TO ARLEDGER.DAT, STATUS "
                       WS-ArLedger-File-Status
               NOT INVALID KEY
                   PERFORM 2230-JOURNAL-LEDGER-APPEND
           END-WRITE.

           MOVE "I" TO AH-Doc-Type-Work.
           MOVE Invoice-Total-Value TO AH-Total-Work.
      * customer actually pays it.
           IF Cust-RepCode NOT = SPACES
               COMPUTE Commission-Amount ROUNDED =
                   Invoice-Goods-Value * Cust-CommRate
               MOVE "A" TO CML-Type-Work
               PERFORM 2220-WRITE-COMMISSION-ACCRUAL
           END-IF.
           MOVE AH-Inc-Tax-Work TO AH-Inc-Tax.
           WRITE InvArch-Rec.

      * Each paid pro-forma behind the invoice gives up what it still
      * holds, up to what the invoice still owes; each amount taken
      * is booked on ARRCPT.DAT as the invoice's receipt.
       2240-APPLY-PREPAYMENTS.
           PERFORM VARYING IPF-Idx FROM 1 BY 1
               UNTIL IPF-Idx > Invoice-ProForma-Count
               OR Prepayment-Offset >= Invoice-Total-Inc-Tax
               MOVE IPF-Entry(IPF-Idx) TO PFT-Idx
               COMPUTE Prepayment-Available =
                   PFT-Received(PFT-Idx) - PFT-Applied(PFT-Idx)
               COMPUTE Prepayment-Take =
                   Invoice-Total-Inc-Tax - Prepayment-Offset
               IF Prepayment-Available < Prepayment-Take
                   MOVE Prepayment-Available TO Prepayment-Take
               END-IF
               IF Prepayment-Take > ZERO
                   AND (PFT-Status(PFT-Idx) = "P" OR "I")
                   ADD Prepayment-Take TO Prepayment-Offset
                   ADD Prepayment-Take TO PFT-Applied(PFT-Idx)
                   MOVE Invoice-Number TO PFT-Invoice-Number(PFT-Idx)
                   IF PFT-Applied(PFT-Idx) >= PFT-Received(PFT-Idx)
                       MOVE "I" TO PFT-Status(PFT-Idx)
                   END-IF
                   ADD 1 TO Prepayments-Applied
                   MOVE SPACES TO ArReceipt-Rec
                   MOVE Business-Date TO Rcpt-Date
                   MOVE Invoice-Number TO Rcpt-Invoice-Number
                   MOVE Prev-Cust-Id TO Rcpt-CustomerID
                   MOVE Prepayment-Take TO Rcpt-Amount
                   MOVE "F" TO Rcpt-Source
                   MOVE "PRF" TO Rcpt-Reference(1:3)
                   MOVE PFT-Number(PFT-Idx) TO Rcpt-Reference(4:6)
                   WRITE ArReceipt-Rec
               END-IF
           END-PERFORM.

      * The new open item's image goes to the update journal so
      * Recover can roll a restored ledger forward past this run.
       2230-JOURNAL-LEDGER-APPEND.
                   PERFORM 2050-START-INVOICE
               END-IF
               PERFORM 2100-PRINT-INVOICE-LINE
               PERFORM 2185-NOTE-LINE-PRO-FORMA
               COMPUTE Shortfall-Qty =
                   Desp-UnitsSold - Desp-Confirmed-Qty
           END-IF.
               PERFORM 2170-CARRY-LINE-FORWARD
           END-IF.

      * Remembers the pro-forma an invoiced line was raised on, once
      * per invoice, for the prepayment to come off the total.
       2185-NOTE-LINE-PRO-FORMA.
           IF Desp-ProForma-Number IS NUMERIC
               AND NOT ProForma-Overflowed
               MOVE "N" TO IPF-Found-Switch
               PERFORM VARYING IPF-Idx FROM 1 BY 1
                   UNTIL IPF-Idx > Invoice-ProForma-Count
                   IF PFT-Number(IPF-Entry(IPF-Idx)) =
                       Desp-ProForma-Number-N
                       SET IPF-Was-Found TO TRUE
                   END-IF
               END-PERFORM
               IF NOT IPF-Was-Found AND Invoice-ProForma-Count < 20
                   PERFORM VARYING PFT-Idx FROM 1 BY 1
                       UNTIL PFT-Idx > ProForma-Count
                       OR IPF-Was-Found
                       IF PFT-Number(PFT-Idx) = Desp-ProForma-Number-N
                           AND PFT-CustomerID(PFT-Idx) = Prev-Cust-Id
                           SET IPF-Was-Found TO TRUE
                           ADD 1 TO Invoice-ProForma-Count
                           MOVE PFT-Idx
                               TO IPF-Entry(Invoice-ProForma-Count)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       2170-CARRY-LINE-FORWARD.
           WRITE DespCarry-Rec FROM Desp-Rec.
           ADD 1 TO Lines-Carried-Forward.
               Desp-UnitSize * Desp-Confirmed-Qty.
           MOVE Desp-OilNum TO Lookup-Oil-Num.
           MOVE Desp-Trans-Date TO Lookup-Price-Date.
           IF Desp-Quote-Number NOT = SPACES
               AND Desp-Quote-Price IS NUMERIC
               MOVE Desp-Quote-Price TO Oil-Cost-For-Line
               MOVE 1.000 TO Pack-Factor-For-Line
           ELSE
               PERFORM 1050-LOOKUP-OIL-PRICE
               PERFORM 1060-APPLY-CONTRACT-PRICE
               PERFORM 1065-APPLY-PROMO-PRICE
               PERFORM 1089-FIND-PACK-FACTOR
           END-IF.
           COMPUTE Value-Of-Sale ROUNDED = Sale-Qty-Sold *
               Oil-Cost-For-Line * Pack-Factor-For-Line.
           ADD Value-Of-Sale TO Invoice-Total-Value.
           MOVE Desp-UnitSize TO Prn-Inv-UnitSize.
           MOVE Desp-Confirmed-Qty TO Prn-Inv-Qty.
           MOVE Desp-Trans-Date TO Prn-Inv-Date.
           MOVE Desp-Ship-Point TO Prn-Inv-Ship-Point.
           MOVE Oil-Cost-For-Line TO Prn-Inv-Unit-Price.
           MOVE Value-Of-Sale TO Prn-Inv-Value.
           WRITE Invoice-Print-Line FROM Invoice-Detail-Line
           MOVE Desp-Trans-Date TO AD-Trans-Date.
           MOVE Oil-Cost-For-Line TO AD-Unit-Price.
           MOVE Value-Of-Sale TO AD-Value.
           MOVE Prn-Inv-Ship-Point TO AD-Ship-Point.
           WRITE InvArch-Rec.

      * Prices the return line exactly as an invoice line - contract
               MOVE Oil-Cost-For-Line
                   TO CRL-Unit-Price(Credit-Line-Count)
               MOVE Value-Of-Sale TO CRL-Value(Credit-Line-Count)
               MOVE Desp-Ship-Point
                   TO CRL-Ship-Point(Credit-Line-Count)
           ELSE
               DISPLAY "WARNING: CREDIT LINE TABLE FULL FOR "
                   Prev-Cust-Id " - LINE LEFT ON INVOICE"
           MOVE Desp-UnitSize TO Prn-Inv-UnitSize.
           MOVE Desp-UnitsSold TO Prn-Inv-Qty.
           MOVE Desp-Trans-Date TO Prn-Inv-Date.
           MOVE Desp-Ship-Point TO Prn-Inv-Ship-Point.
           MOVE Oil-Cost-For-Line TO Prn-Inv-Unit-Price.
           MOVE Value-Of-Sale TO Prn-Inv-Value.
           WRITE Invoice-Print-Line FROM Invoice-Detail-Line
               MOVE CRL-Trans-Date(CRL-Idx) TO Prn-Inv-Date
               MOVE CRL-Unit-Price(CRL-Idx) TO Prn-Inv-Unit-Price
               MOVE CRL-Value(CRL-Idx) TO Prn-Inv-Value
               MOVE CRL-Ship-Point(CRL-Idx) TO Prn-Inv-Ship-Point
               WRITE Invoice-Print-Line FROM Invoice-Detail-Line
               AFTER ADVANCING 1 LINE
               MOVE SPACES TO InvArch-Rec
               MOVE CRL-Trans-Date(CRL-Idx) TO AD-Trans-Date
               MOVE CRL-Unit-Price(CRL-Idx) TO AD-Unit-Price
               MOVE CRL-Value(CRL-Idx) TO AD-Value
               MOVE CRL-Ship-Point(CRL-Idx) TO AD-Ship-Point
               WRITE InvArch-Rec
           END-PERFORM.

           MOVE ZEROS TO AR-Amount-Paid.
           MOVE "O" TO AR-Status.
           MOVE ZEROS TO AR-Settled-Date.
           WRITE ArLedger-Rec
               INVALID KEY
                   DISPLAY "WARNING: INVOICE " AR-Invoice-Number
                       " NOT ADDED TO ARLEDGER.DAT, STATUS "
                       WS-ArLedger-File-Status
               NOT INVALID KEY
                   PERFORM 2230-JOURNAL-LEDGER-APPEND
           END-WRITE.

           MOVE "C" TO AH-Doc-Type-Work.
           MOVE Credit-Total-Value TO AH-Total-Work.
           END-PERFORM.
           CLOSE DespCarryFile, DespatchFile.

      * Every manifest row goes back as read, with the outcome of
      * this run's freight lines stamped on the rows it charged or
      * waived.
       3200-REWRITE-MANIFEST.
           OPEN OUTPUT ManifestFile.
           PERFORM VARYING MFT-Idx FROM 1 BY 1
               UNTIL MFT-Idx > Manifest-Count
               MOVE MFT-Image(MFT-Idx) TO Manifest-Rec
               MOVE MFT-Status(MFT-Idx) TO Man-Invoice-Status
               MOVE MFT-Invoice-Number(MFT-Idx)
                   TO Man-Invoice-Number
               WRITE Manifest-Rec
           END-PERFORM.
           CLOSE ManifestFile.

      * Every pro-forma goes back as read, with what this run applied.
       3300-REWRITE-PRO-FORMAS.
           OPEN OUTPUT ProFormaFile.
           PERFORM VARYING PFT-Idx FROM 1 BY 1
               UNTIL PFT-Idx > ProForma-Count
               MOVE SPACES TO ProForma-Rec
               MOVE PFT-Number(PFT-Idx) TO PF-Number
               MOVE PFT-CustomerID(PFT-Idx) TO PF-CustomerID
               MOVE PFT-Issue-Date(PFT-Idx) TO PF-Issue-Date
               MOVE PFT-Amount(PFT-Idx) TO PF-Amount
               MOVE PFT-Received(PFT-Idx) TO PF-Received
               MOVE PFT-Applied(PFT-Idx) TO PF-Applied
               MOVE PFT-Status(PFT-Idx) TO PF-Status
               MOVE PFT-Paid-Date(PFT-Idx) TO PF-Paid-Date
               MOVE PFT-Invoice-Number(PFT-Idx) TO PF-Invoice-Number
               WRITE ProForma-Rec
           END-PERFORM.
           CLOSE ProFormaFile.

       3000-REWRITE-INVOICE-NUMBER.
           OPEN OUTPUT InvoiceCtlFile.
           MOVE Invoice-Number TO InvoiceCtl-Last-Number.
       COPY "UPDJRNLPA.CPY".
       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="INVOICEGEN"==.
       COPY "RUNLOCKPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="INVOICEGEN"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM InvoiceGen.
