      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - Each invoice now carries the VAT rate and the VAT amount
      *     charged on it, keyed from the invoice or worked out from
      *     the rate, so VatReturn can claim the input tax and trace
      *     it back to the invoice reference.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApInvoice.
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  AP-Status              PIC X.
      * Input VAT included in AP-Amount, at the rate shown on the
      * invoice. Debit notes and older entries carry spaces.
           02  FILLER                 PIC X.
           02  AP-Vat-Rate            PIC V999.
           02  FILLER                 PIC X.
           02  AP-Vat-Amount          PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.

       FD SuppMasterFile.
       01 SuppMast-Rec.
       01  Entry-Qty-N REDEFINES Entry-Qty-X
                                        PIC 9(5).
       01  Entry-Amount                 PIC 9(7)V99.
       01  Entry-Vat-Rate-X             PIC X(3).
       01  Entry-Vat-Rate-N REDEFINES Entry-Vat-Rate-X
                                        PIC V999.
       01  Entry-Vat-Amount-X           PIC X(9).
       01  Entry-Vat-Amount-N REDEFINES Entry-Vat-Amount-X
                                        PIC 9(7)V99.
       01  Entry-Vat-Rate               PIC V999.
       01  Entry-Vat-Amount             PIC 9(7)V99.

       01  Record-Valid-Switch          PIC X VALUE "N".
           88 Record-Is-Valid           VALUE "Y".
               PERFORM 2100-VALIDATE-SUPPLIER
               IF Record-Is-Valid
                   PERFORM 2200-ACCEPT-INVOICE-FIELDS
                   IF Record-Is-Valid
                       PERFORM 2250-ACCEPT-VAT-FIELDS
                   END-IF
                   IF Record-Is-Valid
                       PERFORM 2300-MATCH-AGAINST-RECEIPTS
                   END-IF
               END-IF
           END-IF.

      * The amount keyed is the invoice total payable; the VAT inside
      * it is the supplier's own figure when keyed, otherwise the
      * rate's share of the total. A blank rate is a zero-rated or
      * exempt invoice with no VAT to claim.
       2250-ACCEPT-VAT-FIELDS.
           DISPLAY "VAT RATE (NNN THOUSANDTHS, E.G. 200 FOR 20%, "
               "BLANK FOR NO VAT)"
           ACCEPT Entry-Vat-Rate-X.
           MOVE ZEROS TO Entry-Vat-Rate, Entry-Vat-Amount.
           IF Entry-Vat-Rate-X = SPACES
               CONTINUE
           ELSE
               IF Entry-Vat-Rate-X IS NOT NUMERIC
                   MOVE "N" TO Record-Valid-Switch
                   DISPLAY "VAT RATE " Entry-Vat-Rate-X
                       " IS NOT NUMERIC - ENTRY REJECTED"
               ELSE
                   MOVE Entry-Vat-Rate-N TO Entry-Vat-Rate
                   DISPLAY "VAT AMOUNT ON THE INVOICE (NNNNNNNNN, "
                       "CENTS IMPLIED, BLANK TO CALCULATE)"
                   ACCEPT Entry-Vat-Amount-X
                   EVALUATE TRUE
                       WHEN Entry-Vat-Amount-X = SPACES
                           COMPUTE Entry-Vat-Amount ROUNDED =
                               Entry-Amount * Entry-Vat-Rate
                               / (1 + Entry-Vat-Rate)
                       WHEN Entry-Vat-Amount-X IS NOT NUMERIC
                           MOVE "N" TO Record-Valid-Switch
                           DISPLAY "VAT AMOUNT " Entry-Vat-Amount-X
                               " IS NOT NUMERIC - ENTRY REJECTED"
                       WHEN OTHER
                           MOVE Entry-Vat-Amount-N TO Entry-Vat-Amount
                   END-EVALUATE
               END-IF
           END-IF.
           IF Record-Is-Valid
               AND Entry-Vat-Amount > Entry-Amount
               MOVE "N" TO Record-Valid-Switch
               DISPLAY "VAT " Entry-Vat-Amount
                   " EXCEEDS THE INVOICE TOTAL - ENTRY REJECTED"
           END-IF.

       2300-MATCH-AGAINST-RECEIPTS.
           MOVE Entry-PO-Number-N TO Work-PO-Number.
           MOVE Entry-OilNum-N TO Work-OilNum.
           MOVE Entry-Amount TO AP-Amount.
           MOVE ZEROS TO AP-Amount-Paid.
           MOVE "O" TO AP-Status.
           MOVE Entry-Vat-Rate TO AP-Vat-Rate.
           MOVE Entry-Vat-Amount TO AP-Vat-Amount.
           WRITE ApLedger-Rec.
           ADD Entry-Qty-N TO GST-Qty-Vouched(GST-Found-Idx).
           ADD 1 TO Invoices-Posted.
           DISPLAY "INVOICE POSTED, DUE " Due-Date-Out
               " VAT " Entry-Vat-Amount.

       2950-COMPUTE-DUE-DATE.
           MOVE Entry-Invoice-Date(1:4) TO Due-Year.
