                 FILE STATUS IS WS-CashBal-File-Status.

       SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS AR-Invoice-Number
                 ALTERNATE RECORD KEY IS AR-CustomerID
                     WITH DUPLICATES
                 FILE STATUS IS WS-ArLedger-File-Status.

       SELECT BankPayFile ASSIGN TO "BANKHIST.DAT"
           02  AR-Settled-Date        PIC X(8).
           02  AR-Settled-Date-N REDEFINES AR-Settled-Date
                                      PIC 9(8).
           02  FILLER                 PIC X(2).

       FD BankPayFile.
       01 BankPay-Rec.
