      *          run ends with the bounced-cheque history report by
      *          drawer, so the repeat offenders are one page.
      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - A cheque that had settled an invoice also writes a
      *     negative line to the ARRCPT.DAT receipt history, so the
      *     customer's statement shows the payment coming back off.
      *   - The till record layout carries the card takings fields,
      *     so the reversal rewrite keeps them instead of cutting the
      *     record short.
      *   - The AR ledger is indexed on invoice number, so the returned
      *     cheque's invoice is read and reopened by key instead of
      *     through a rewrite of the whole ledger.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChqReturn.
                 FILE STATUS IS WS-BankDep-File-Status.

       SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS AR-Invoice-Number
                 ALTERNATE RECORD KEY IS AR-CustomerID
                     WITH DUPLICATES
                 FILE STATUS IS WS-ArLedger-File-Status.

      * Receipt history ArPayment and CashApply append to; a bounced
      * cheque goes on as a negative receipt.
       SELECT ArReceiptFile ASSIGN TO "ARRCPT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ArReceipt-File-Status.

       SELECT StudentFile ASSIGN TO "STUDENT.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
      * pass so a reversal cannot strip it from the history.
           02  FILLER                  PIC X.
           02  TillRec-Branch          PIC X(3).
           02  FILLER                  PIC X.
           02  TillRec-Card            PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  TillRec-Card-Batch      PIC 9(7)V99.

       FD BankDepFile.
       01 BankDep-Rec.
      * before the field.
           02  FILLER                 PIC X.
           02  AR-Settled-Date        PIC 9(8).
           02  FILLER                 PIC X(2).

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
           02  FILLER                 PIC X.
           02  Rcpt-Source            PIC X.
           02  FILLER                 PIC X.
           02  Rcpt-Reference         PIC X(10).

       FD StudentFile.
       01 Student-Rec.
      * spaces on records from before the field.
           02  FILLER                 PIC X.
           02  Student-Year-Group     PIC X(2).
      * Family code linking siblings to their FAMILY.DAT payer;
      * spaces for a student with no family on file.
           02  FILLER                 PIC X.
           02  Student-Family-Code    PIC X(6).
      * Status byte: "L" once the student has left; space while
      * the student is still on roll.
           02  FILLER                 PIC X.
           02  Student-Status         PIC X.

       FD StuJournalFile.
       01 StuJournal-Rec.
       FD WorkPassFile.
       01 WorkPass-Rec.
           88 EndOfWorkPassFile   VALUE HIGH-VALUES.
           02  WorkPass-Image         PIC X(100).

       COPY "UPDJRNLFD.CPY".
       COPY "OPSIGNFD.CPY".
       01  WS-TillRec-File-Status      PIC XX.
       01  WS-BankDep-File-Status      PIC XX.
       01  WS-ArLedger-File-Status     PIC XX.
       01  WS-ArReceipt-File-Status    PIC XX.
       01  WS-Student-File-Status      PIC XX.
       01  WS-StuJournal-File-Status   PIC XX.
       COPY "UPDJRNLWS.CPY".
       3000-REOPEN-AR-INVOICE.
           DISPLAY "INVOICE NUMBER".
           ACCEPT Entry-Invoice-Number.
           OPEN I-O ArLedgerFile.
           IF WS-ArLedger-File-Status NOT = "00"
               DISPLAY "WARNING: ARLEDGER.DAT NOT AVAILABLE - NOT "
                   "RE-POSTED"
           ELSE
               MOVE Entry-Invoice-Number TO AR-Invoice-Number
               READ ArLedgerFile
                   INVALID KEY
                       DISPLAY "INVOICE " Entry-Invoice-Number
                           " NOT ON FILE - NOT RE-POSTED"
                   NOT INVALID KEY
                       PERFORM 3100-REWRITE-AR-WITH-REVERSAL
               END-READ
               CLOSE ArLedgerFile
           END-IF.

       3100-REWRITE-AR-WITH-REVERSAL.
           MOVE ArLedger-Rec TO Journal-Before-Image.
           SUBTRACT Return-Amount FROM AR-Amount-Paid.
           MOVE "O" TO AR-Status.
           MOVE ZEROS TO AR-Settled-Date.
           MOVE ArLedger-Rec TO Journal-After-Image.
           REWRITE ArLedger-Rec
               INVALID KEY
                   DISPLAY "WARNING: INVOICE " Entry-Invoice-Number
                       " NOT REOPENED, STATUS "
                       WS-ArLedger-File-Status
               NOT INVALID KEY
                   MOVE "ARLEDGER.DAT" TO Journal-File-Name
                   MOVE "U" TO Journal-Action
                   MOVE AR-Invoice-Number TO Journal-Record-Key
                   PERFORM Log-Update-Journal
                   PERFORM 3200-LOG-RECEIPT-REVERSAL
                   DISPLAY "INVOICE " Entry-Invoice-Number
                       " REOPENED"
           END-REWRITE.

       3200-LOG-RECEIPT-REVERSAL.
           OPEN EXTEND ArReceiptFile.
           IF WS-ArReceipt-File-Status NOT = "00"
               OPEN OUTPUT ArReceiptFile
           END-IF.
           MOVE SPACES TO ArReceipt-Rec.
           MOVE Business-Date TO Rcpt-Date.
           MOVE AR-Invoice-Number TO Rcpt-Invoice-Number.
           MOVE AR-CustomerID TO Rcpt-CustomerID.
           COMPUTE Rcpt-Amount = ZERO - Return-Amount.
           MOVE "R" TO Rcpt-Source.
           MOVE Entry-Drawer-Ref TO Rcpt-Reference.
           WRITE ArReceipt-Rec.
           CLOSE ArReceiptFile.

       4000-RECHARGE-STUDENT.
           DISPLAY "STUDENT ROLL NUMBER".
