      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-off conversion of the customer master and the
      *          AR ledger from the old line-sequential CUSTMAST.DAT
      *          and ARLEDGER.DAT to the indexed organization the
      *          sales and receivables programs now use. Operations
      *          rename the old files to CUSTMAST.SEQ and
      *          ARLEDGER.SEQ, run this once, and the indexed
      *          CUSTMAST.DAT is built keyed on customer id and the
      *          indexed ARLEDGER.DAT keyed on invoice number, with
      *          customer id as its alternate key. Each record is
      *          carried across as it stands - fields added since a
      *          record was written stay spaces, as the programs
      *          already expect. A duplicate customer id or invoice
      *          number in an old file is reported and skipped
      *          rather than silently overwriting a record. Either
      *          file may be converted alone; a missing .SEQ file is
      *          reported and the other still converts.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustConv.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OldCustMasterFile ASSIGN TO "CUSTMAST.SEQ"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OldCustMaster-File-Status.

       SELECT CustMasterFile ASSIGN TO "CUSTMAST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CustMast-CustomerID
                 FILE STATUS IS WS-CustMaster-File-Status.

       SELECT OldArLedgerFile ASSIGN TO "ARLEDGER.SEQ"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OldArLedger-File-Status.

       SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS AR-Invoice-Number
                 ALTERNATE RECORD KEY IS AR-CustomerID
                     WITH DUPLICATES
                 FILE STATUS IS WS-ArLedger-File-Status.
       COPY "RUNLOGFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD OldCustMasterFile.
       01 Old-CustMast-Rec.
           88 EndOfOldCustMasterFile VALUE HIGH-VALUES.
           02  Old-CustMast-CustomerID  PIC X(5).
           02  FILLER                   PIC X(76).

       FD CustMasterFile.
       01 CustMast-Rec.
           02  CustMast-CustomerID      PIC X(5).
           02  FILLER                   PIC X(76).

       FD OldArLedgerFile.
       01 Old-ArLedger-Rec.
           88 EndOfOldArLedgerFile   VALUE HIGH-VALUES.
           02  Old-AR-Invoice-Number  PIC 9(6).
           02  FILLER                 PIC X(50).

       FD ArLedgerFile.
       01 ArLedger-Rec.
           02  AR-Invoice-Number      PIC 9(6).
           02  FILLER                 PIC X.
           02  AR-CustomerID          PIC X(5).
           02  FILLER                 PIC X(44).

       COPY "RUNLOGFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-OldCustMaster-File-Status  PIC XX.
       01  WS-CustMaster-File-Status     PIC XX.
       01  WS-OldArLedger-File-Status    PIC XX.
       01  WS-ArLedger-File-Status       PIC XX.
       COPY "RUNLOGWS.CPY".

       01  Customers-Converted        PIC 9(5) VALUE ZEROS.
       01  Customers-Skipped          PIC 9(5) VALUE ZEROS.
       01  Items-Converted            PIC 9(5) VALUE ZEROS.
       01  Items-Skipped              PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM 1000-CONVERT-CUSTOMER-MASTER.
           PERFORM 2000-CONVERT-AR-LEDGER.
           DISPLAY "CUSTOMER RECORDS CONVERTED: " Customers-Converted
               "  SKIPPED: " Customers-Skipped.
           DISPLAY "LEDGER ITEMS CONVERTED:     " Items-Converted
               "  SKIPPED: " Items-Skipped.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-CONVERT-CUSTOMER-MASTER.
           OPEN INPUT OldCustMasterFile.
           IF WS-OldCustMaster-File-Status NOT = "00"
               DISPLAY "WARNING: CUSTMAST.SEQ NOT AVAILABLE - "
                   "CUSTOMER MASTER NOT CONVERTED"
           ELSE
               OPEN OUTPUT CustMasterFile
               READ OldCustMasterFile
                   AT END SET EndOfOldCustMasterFile TO TRUE
               END-READ
               PERFORM 1100-CONVERT-ONE-CUSTOMER
                   UNTIL EndOfOldCustMasterFile
               CLOSE OldCustMasterFile, CustMasterFile
           END-IF.

       1100-CONVERT-ONE-CUSTOMER.
           MOVE Old-CustMast-Rec TO CustMast-Rec.
           WRITE CustMast-Rec
               INVALID KEY
                   ADD 1 TO Customers-Skipped
                   DISPLAY "WARNING: DUPLICATE CUSTOMER ID "
                       Old-CustMast-CustomerID " SKIPPED"
               NOT INVALID KEY
                   ADD 1 TO Customers-Converted
           END-WRITE.
           READ OldCustMasterFile
               AT END SET EndOfOldCustMasterFile TO TRUE
           END-READ.

       2000-CONVERT-AR-LEDGER.
           OPEN INPUT OldArLedgerFile.
           IF WS-OldArLedger-File-Status NOT = "00"
               DISPLAY "WARNING: ARLEDGER.SEQ NOT AVAILABLE - "
                   "AR LEDGER NOT CONVERTED"
           ELSE
               OPEN OUTPUT ArLedgerFile
               READ OldArLedgerFile
                   AT END SET EndOfOldArLedgerFile TO TRUE
               END-READ
               PERFORM 2100-CONVERT-ONE-ITEM
                   UNTIL EndOfOldArLedgerFile
               CLOSE OldArLedgerFile, ArLedgerFile
           END-IF.

       2100-CONVERT-ONE-ITEM.
           MOVE Old-ArLedger-Rec TO ArLedger-Rec.
           WRITE ArLedger-Rec
               INVALID KEY
                   ADD 1 TO Items-Skipped
                   DISPLAY "WARNING: DUPLICATE INVOICE NUMBER "
                       Old-AR-Invoice-Number " SKIPPED"
               NOT INVALID KEY
                   ADD 1 TO Items-Converted
           END-WRITE.
           READ OldArLedgerFile
               AT END SET EndOfOldArLedgerFile TO TRUE
           END-READ.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="CUSTCONV"==.

       END PROGRAM CustConv.
