                 FILE STATUS IS WS-CommLedg-File-Status.

       SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS AR-Invoice-Number
                 ALTERNATE RECORD KEY IS AR-CustomerID
                     WITH DUPLICATES
                 FILE STATUS IS WS-ArLedger-File-Status.

       SELECT CommPayFile ASSIGN TO "COMMPAY.DAT"
           02  FILLER                 PIC X.
           02  AR-Status              PIC X.
               88 AR-Is-Settled       VALUE "S".
           02  FILLER                 PIC X(11).

       FD CommPayFile.
       01 CommPay-Rec.
