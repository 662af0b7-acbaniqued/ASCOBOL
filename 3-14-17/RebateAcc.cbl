                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RebateParm-File-Status.

      * Indexed on invoice number; each rebate credit is added by key.
       SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS AR-Invoice-Number
                 ALTERNATE RECORD KEY IS AR-CustomerID
                     WITH DUPLICATES
                 FILE STATUS IS WS-ArLedger-File-Status.

       SELECT InvoiceCtlFile ASSIGN TO "INVCTL.DAT"
      * before the field.
           02  FILLER                 PIC X.
           02  AR-Settled-Date        PIC 9(8).
           02  FILLER                 PIC X(2).

       FD InvoiceCtlFile.
       01 InvoiceCtl-Rec.
      * document so ArPayment and the ageing can see it.
       4000-SETTLE-REBATES.
           PERFORM 4100-LOAD-INVOICE-NUMBER.
           OPEN I-O ArLedgerFile.
           IF WS-ArLedger-File-Status = "35"
               OPEN OUTPUT ArLedgerFile
               CLOSE ArLedgerFile
               OPEN I-O ArLedgerFile
           END-IF.
           PERFORM VARYING AGR-Idx FROM 1 BY 1
               UNTIL AGR-Idx > Agreement-Count
           MOVE ZEROS TO AR-Amount-Paid.
           MOVE "O" TO AR-Status.
           MOVE ZEROS TO AR-Settled-Date.
      * The credit's image goes to the update journal so Recover
      * can roll a restored ledger forward past the settlement.
           WRITE ArLedger-Rec
               INVALID KEY
                   DISPLAY "WARNING: REBATE CREDIT " AR-Invoice-Number
                       " NOT ADDED, STATUS " WS-ArLedger-File-Status
               NOT INVALID KEY
                   MOVE "ARLEDGER.DAT" TO Journal-File-Name
                   MOVE "A" TO Journal-Action
                   MOVE AR-Invoice-Number TO Journal-Record-Key
                   MOVE SPACES TO Journal-Before-Image
                   MOVE ArLedger-Rec TO Journal-After-Image
                   PERFORM Log-Update-Journal
           END-WRITE.

       4300-REWRITE-INVOICE-NUMBER.
           OPEN OUTPUT InvoiceCtlFile.
