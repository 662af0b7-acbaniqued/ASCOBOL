      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - The customer master is indexed on customer id and the AR
      *     ledger on invoice number; both are still read through in
      *     key order.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArAgeing.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       SELECT AgeingRep ASSIGN TO "AGEING.RPT"
           02  FILLER                 PIC X.
           02  AR-Status              PIC X.
               88 AR-Is-Open          VALUE "O".
           02  FILLER                 PIC X(11).

       FD CustMasterFile.
       01 CustMast-Rec.
      * before the second shop and they report under "HQ ".
           02  FILLER                   PIC X.
           02  CustMast-Branch          PIC X(3).
           02  FILLER                   PIC X(6).

       FD AgeingRep.
       01 Ageing-Print-Line             PIC X(90).
