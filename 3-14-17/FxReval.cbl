      *          receivables figure the accountant reports is worth
      *          what it says.
      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - The ledger's item-type byte, which marks interest
      *     charges, is carried through the table and the rewrite.
      *   - The AR ledger is indexed on invoice number: open invoices
      *     are revalued and rewritten in place as the pass reads them,
      *     in place of the table and full-file rewrite.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FxReval.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Read in invoice order and each revalued invoice rewritten in
      * place as the pass reaches it.
       SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS AR-Invoice-Number
                 ALTERNATE RECORD KEY IS AR-CustomerID
                     WITH DUPLICATES
                 FILE STATUS IS WS-ArLedger-File-Status.

       SELECT CustMasterFile ASSIGN TO "CUSTMAST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS CustMast-CustomerID
                 FILE STATUS IS WS-CustMaster-File-Status.

       SELECT ExchRateFile ASSIGN TO "EXCHRATE.DAT"
      * before the field.
           02  FILLER                 PIC X.
           02  AR-Settled-Date        PIC 9(8).
      * What raised the item: spaces for an ordinary invoice, credit
      * note or rebate, "I" a late-payment interest charge. Spaces on
      * records from before the field.
           02  FILLER                 PIC X.
           02  AR-Item-Type           PIC X.

       FD CustMasterFile.
       01 CustMast-Rec.
      * before the second shop and they report under "HQ ".
           02  FILLER                   PIC X.
           02  CustMast-Branch          PIC X(3).
           02  FILLER                   PIC X(6).

       FD ExchRateFile.
       01 ExchRate-Rec.
       COPY "UPDJRNLWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  ArLedger-Open-Switch         PIC X VALUE "N".
           88 ArLedger-Is-Open          VALUE "Y".

       01  Cust-Currency-Table.
           02  Cust-Currency-Entry OCCURS 5000 TIMES.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           PERFORM 1000-OPEN-AR-LEDGER.
           PERFORM 1100-LOAD-CUSTOMER-CURRENCIES.
           PERFORM 1200-LOAD-EXCHANGE-RATES.
           PERFORM 1300-LOAD-GL-MAP.
           AFTER ADVANCING 1 LINE.
           WRITE FxReval-Print-Line FROM Reval-Topic-Line
           AFTER ADVANCING 2 LINES.
           IF ArLedger-Is-Open
               PERFORM 2000-REVALUE-OPEN-INVOICES
               CLOSE ArLedgerFile
           END-IF.
           PERFORM 2500-PRINT-CURRENCY-TOTALS.
           CLOSE FxRevalRep.
           IF Invoices-Revalued > ZERO
               PERFORM 3500-POST-GL-ADJUSTMENT
           END-IF.
           DISPLAY "INVOICES REVALUED: " Invoices-Revalued.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-OPEN-AR-LEDGER.
           OPEN I-O ArLedgerFile.
           IF WS-ArLedger-File-Status = "00"
               SET ArLedger-Is-Open TO TRUE
           ELSE
               DISPLAY "ARLEDGER.DAT NOT AVAILABLE - NOTHING TO "
                   "REVALUE"
      * the historical rate, then restates at the closing rate; the
      * invoice amount is rewritten so ledger and GL agree.
       2000-REVALUE-OPEN-INVOICES.
           READ ArLedgerFile
               AT END SET EndOfArLedgerFile TO TRUE
           END-READ.
           PERFORM UNTIL EndOfArLedgerFile
               IF AR-Status = "O"
                   PERFORM 2100-REVALUE-ONE-INVOICE
               END-IF
               READ ArLedgerFile
                   AT END SET EndOfArLedgerFile TO TRUE
               END-READ
           END-PERFORM.

       2100-REVALUE-ONE-INVOICE.
           MOVE SPACES TO Line-Currency.
           PERFORM VARYING CCY-Idx FROM 1 BY 1
               UNTIL CCY-Idx > Cust-Currency-Count
               IF CCY-CustomerID(CCY-Idx) = AR-CustomerID
                   MOVE CCY-Currency(CCY-Idx) TO Line-Currency
               END-IF
           END-PERFORM.
               CONTINUE
           ELSE
               MOVE Line-Currency TO Lookup-Rate-Currency
               MOVE AR-Invoice-Date TO Lookup-Rate-Date
               PERFORM 1400-LOOKUP-RATE
               MOVE Exch-Rate-Found TO Hist-Rate
               MOVE Business-Date TO Lookup-Rate-Date
               IF Hist-Rate > ZERO AND Closing-Rate > ZERO
                   AND Hist-Rate NOT = Closing-Rate
                   COMPUTE Outstanding-Carried =
                       AR-Invoice-Amount
                       - AR-Amount-Paid
                   COMPUTE Foreign-Amount ROUNDED =
                       Outstanding-Carried / Hist-Rate
                   COMPUTE Outstanding-Restated ROUNDED =
                   COMPUTE Line-Gain-Loss =
                       Outstanding-Restated - Outstanding-Carried
                   IF Line-Gain-Loss NOT = ZERO
                       PERFORM 2150-REWRITE-LEDGER-RECORD
                   END-IF
               END-IF
           END-IF.

      * The restated invoice rewritten where the pass stands, with
      * its journal line and its report line.
       2150-REWRITE-LEDGER-RECORD.
           IF AR-Settled-Date IS NOT NUMERIC
               MOVE ZEROS TO AR-Settled-Date
           END-IF.
           MOVE ArLedger-Rec TO Journal-Before-Image.
           COMPUTE AR-Invoice-Amount =
               AR-Amount-Paid + Outstanding-Restated.
           MOVE ArLedger-Rec TO Journal-After-Image.
           REWRITE ArLedger-Rec
               INVALID KEY
                   DISPLAY "WARNING: INVOICE " AR-Invoice-Number
                       " NOT REVALUED, STATUS "
                       WS-ArLedger-File-Status
               NOT INVALID KEY
                   MOVE "ARLEDGER.DAT" TO Journal-File-Name
                   MOVE "U" TO Journal-Action
                   MOVE AR-Invoice-Number
                       TO Journal-Record-Key
                   PERFORM Log-Update-Journal
                   ADD 1 TO Invoices-Revalued
                   ADD Line-Gain-Loss TO Total-Gain-Loss
                   PERFORM 2200-ADD-TO-CURRENCY-TOTAL
                   MOVE AR-Invoice-Number
                       TO Prn-Invoice-Number
                   MOVE AR-CustomerID
                       TO Prn-CustomerID
                   MOVE Line-Currency TO Prn-Currency
                   MOVE Outstanding-Carried TO Prn-Carried
                   MOVE Outstanding-Restated TO Prn-Restated
                   MOVE Line-Gain-Loss TO Prn-Gain-Loss
                   WRITE FxReval-Print-Line
                       FROM Reval-Detail-Line
                   AFTER ADVANCING 1 LINE
           END-REWRITE.

       2200-ADD-TO-CURRENCY-TOTAL.
           MOVE ZEROS TO CUR-Found-Idx.
           WRITE FxReval-Print-Line FROM Reval-Total-Line
           AFTER ADVANCING 2 LINES.

      * One balanced FXREVAL batch appended to the journal with its
      * own control trailer. A net gain debits the receivables side
      * of the GLMAP.DAT pair and credits the gain account; a net
