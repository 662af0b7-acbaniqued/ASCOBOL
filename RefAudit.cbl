       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CustMasterFile ASSIGN TO "CUSTMAST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS CustMast-CustomerID
                 FILE STATUS IS WS-CustMaster-File-Status.

       SELECT SalesFile ASSIGN TO "SALES.DAT"
                 FILE STATUS IS WS-Sales-File-Status.

       SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS AR-Invoice-Number
                 ALTERNATE RECORD KEY IS AR-CustomerID
                     WITH DUPLICATES
                 FILE STATUS IS WS-ArLedger-File-Status.

       SELECT ContractPriceFile ASSIGN TO "CONTRACT.DAT"
      * before the second shop and they report under "HQ ".
           02  FILLER                   PIC X.
           02  CustMast-Branch          PIC X(3).
           02  FILLER                   PIC X(6).

       FD SalesFile.
       01 Sales-Rec.
           02  FILLER                 PIC X.
           02  AR-Status              PIC X.
               88 AR-Is-Open          VALUE "O".
           02  FILLER                 PIC X(11).

       FD ContractPriceFile.
       01 ContractPrice-Rec.
           02  Student-Credit-Limit   PIC 9(5)V99.
           02  FILLER                 PIC X.
           02  Student-Year-Group     PIC X(2).
           02  FILLER                 PIC X.
           02  Student-Family-Code    PIC X(6).
           02  FILLER                 PIC X.
           02  Student-Status         PIC X.

       FD StuJournalFile.
       01 StuJournal-Rec.
