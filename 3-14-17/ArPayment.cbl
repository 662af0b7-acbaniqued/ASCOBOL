      *     is checked on PERSTAT.DAT at start-up: a closed period
      *     stops the session unless a supervisor overrides, and
      *     the override is logged.
      *   - Each receipt is also appended to the ARRCPT.DAT receipt
      *     history, so the month-end statement can show the
      *     customer every payment and not just the net paid-to-date
      *     on the invoice.
      *   - The ledger's item-type byte, which marks interest
      *     charges, is carried through the table and the rewrite.
      *   - A written-off invoice takes no receipts here.
      *   - (F) takes a prepayment account's receipt against its
      *     PROFORMA.DAT pro-forma, marking it paid once the full
      *     amount is in so DespConf releases its lines; (O) lists
      *     the pro-formas still awaiting payment. The money reaches
      *     ARRCPT.DAT only when InvoiceGen applies it to an invoice.
      *   - ARLEDGER.DAT is indexed on the invoice number: a receipt
      *     reads and rewrites its own invoice, so the whole-ledger
      *     table, its 5000-invoice limit and the rewrite at quit are
      *     gone.
      *   - PROFORMA.DAT is held under PROFORMA.LCK for the session,
      *     shared with the other programs that change the register;
      *     while it is held elsewhere the session posts invoice
      *     receipts only.
      *   - The operator signs on at start-up, so each receipt's
      *     update-journal entry and the run lock carry the operator
      *     ID.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArPayment.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Keyed on the invoice number, so a receipt reads and rewrites
      * just the invoice it pays.
       SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AR-Invoice-Number
                 ALTERNATE RECORD KEY IS AR-CustomerID
                     WITH DUPLICATES
                 FILE STATUS IS WS-ArLedger-File-Status.

      * One line per receipt applied to an invoice, appended to and
      * never rewritten: the ledger only carries the running paid
      * total, and the statement run needs each receipt and its date.
       SELECT ArReceiptFile ASSIGN TO "ARRCPT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ArReceipt-File-Status.

      * Pro-forma invoices raised for prepayment accounts, held in a
      * table and rewritten in full when a receipt is taken.
       SELECT ProFormaFile ASSIGN TO "PROFORMA.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ProForma-File-Status.
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "RUNLOCKFC.CPY".
       COPY "PERSTATFC.CPY".
       COPY "UPDJRNLFC.CPY".

               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  AR-Status              PIC X.
               88 AR-Is-Open          VALUE "O".
               88 AR-Is-Settled       VALUE "S".
               88 AR-Is-Written-Off   VALUE "W".
      * When the invoice settled, for the cash-flow forecast's
      * payment-lag history; zeros while open and on records from
      * before the field.
           02  FILLER                 PIC X.
           02  AR-Settled-Date        PIC 9(8).
      * What raised the item: spaces for an ordinary invoice, credit
      * note or rebate, "I" a late-payment interest charge. Spaces on
      * records from before the field.
           02  FILLER                 PIC X.
           02  AR-Item-Type           PIC X.

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
      * "K" keyed here, "B" bank receipt through CashApply, "R" a
      * returned cheque reversing an earlier receipt, "W" a bad-debt
      * write-off through ArWriteOff.
           02  FILLER                 PIC X.
           02  Rcpt-Source            PIC X.
           02  FILLER                 PIC X.
           02  Rcpt-Reference         PIC X(10).

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

       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "RUNLOCKFD.CPY".
       COPY "PERSTATFD.CPY".
       COPY "UPDJRNLFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-ArLedger-File-Status      PIC XX.
       01  WS-ArReceipt-File-Status     PIC XX.
       01  WS-ProForma-File-Status      PIC XX.
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "RUNLOCKWS.CPY".
       COPY "PERSTATWS.CPY".
       COPY "UPDJRNLWS.CPY".

       01  ARL-Found-Switch             PIC X VALUE "N".
           88 ARL-Is-Found              VALUE "Y".

       01  WS-Transaction-Code          PIC X.
           88 Txn-Post                  VALUE "P", "p".
           88 Txn-List                  VALUE "L", "l".
           88 Txn-ProForma-Receipt      VALUE "F", "f".
           88 Txn-ProForma-List         VALUE "O", "o".
           88 Txn-Quit                  VALUE "Q", "q".

       01  WS-Entry-Invoice             PIC 9(6).
       01  WS-Entry-Receipt             PIC 9(7)V99.
       01  WS-Outstanding               PIC S9(7)V99.

       01  ProForma-Table.
           02  ProForma-Entry OCCURS 2000 TIMES.
               03  PFT-Number           PIC 9(6).
               03  PFT-CustomerID       PIC X(5).
               03  PFT-Issue-Date       PIC 9(8).
               03  PFT-Amount           PIC 9(7)V99.
               03  PFT-Received         PIC 9(7)V99.
               03  PFT-Applied          PIC 9(7)V99.
               03  PFT-Status           PIC X.
                   88 PFT-Is-Awaiting   VALUE "O".
               03  PFT-Paid-Date        PIC 9(8).
               03  PFT-Invoice-Number   PIC 9(6).
       01  ProForma-Count               PIC 9(4) VALUE ZEROS.
       01  PFT-Idx                      PIC 9(4).
       01  PFT-Found-Idx                PIC 9(4).
      * A register too big for the table takes no pro-forma receipts
      * this session, since the rewrite would drop the rest.
       01  ProForma-Overflow-Switch     PIC X VALUE "N".
           88 ProForma-Overflowed       VALUE "Y".
       01  ProForma-Changed-Switch      PIC X VALUE "N".
           88 ProForma-Changed          VALUE "Y".
       01  WS-Entry-ProForma            PIC 9(6).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
           MOVE Operator-ID TO Lock-My-Operator.
           MOVE RunLog-Start-Date TO Posting-Check-Date.
           PERFORM Check-Posting-Period.
           IF NOT Posting-Period-OK
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           PERFORM 1000-OPEN-AR-LEDGER.
      * PROFORMA.DAT is written back whole at quit, so the register
      * is held for the session; while InvoiceGen, CashApply or an
      * order-entry session has it, invoice receipts still post but
      * pro-forma receipts wait.
           MOVE "PROFORMA.LCK" TO Lock-File-Name.
           PERFORM Acquire-Run-Lock.
           IF Run-Lock-Held
               PERFORM 1100-LOAD-PRO-FORMAS
           ELSE
               DISPLAY "WARNING: PROFORMA.DAT IN USE - "
                   "NO PRO-FORMA RECEIPTS THIS SESSION"
           END-IF.
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL Txn-Quit.
           IF WS-ArLedger-File-Status NOT = "35"
               CLOSE ArLedgerFile
           END-IF.
           IF ProForma-Changed
               PERFORM 3100-REWRITE-PRO-FORMAS
           END-IF.
           PERFORM Release-Run-Lock.
           PERFORM Log-Run-Complete.
           STOP RUN.

      * Open for the session; each receipt reads and rewrites its
      * own invoice. A ledger that will not open leaves the status
      * at "35" so nothing further touches it.
       1000-OPEN-AR-LEDGER.
           OPEN I-O ArLedgerFile.
           IF WS-ArLedger-File-Status NOT = "00"
               MOVE "35" TO WS-ArLedger-File-Status
               DISPLAY "WARNING: ARLEDGER.DAT NOT AVAILABLE"
           END-IF.

       1100-LOAD-PRO-FORMAS.
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
                   "NO PRO-FORMA RECEIPTS THIS SESSION"
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           DISPLAY "AR PAYMENT POSTING - (P)OST RECEIPT (L)IST OPEN "
               "(F) PRO-FORMA RECEIPT (O)PEN PRO-FORMAS (Q)UIT".
           ACCEPT WS-Transaction-Code.

           EVALUATE TRUE
                   PERFORM 2100-POST-RECEIPT
               WHEN Txn-List
                   PERFORM 2200-LIST-OPEN-INVOICES
               WHEN Txn-ProForma-Receipt
                   PERFORM 2300-POST-PRO-FORMA-RECEIPT
               WHEN Txn-ProForma-List
                   PERFORM 2400-LIST-OPEN-PRO-FORMAS
               WHEN Txn-Quit
                   CONTINUE
               WHEN OTHER
           IF NOT ARL-Is-Found
               DISPLAY "INVOICE " WS-Entry-Invoice " NOT ON LEDGER"
           ELSE
               IF AR-Is-Settled
                   DISPLAY "INVOICE " WS-Entry-Invoice
                       " IS ALREADY SETTLED"
               ELSE
               IF AR-Is-Written-Off
                   DISPLAY "INVOICE " WS-Entry-Invoice
                       " IS WRITTEN OFF"
               ELSE
                   DISPLAY "RECEIPT AMOUNT"
                   ACCEPT WS-Entry-Receipt
                   IF AR-Settled-Date IS NOT NUMERIC
                       MOVE ZEROS TO AR-Settled-Date
                   END-IF
                   MOVE ArLedger-Rec TO Journal-Before-Image
                   ADD WS-Entry-Receipt TO AR-Amount-Paid
                   COMPUTE WS-Outstanding =
                       AR-Invoice-Amount - AR-Amount-Paid
                   IF WS-Outstanding <= ZERO
                       MOVE "S" TO AR-Status
                       MOVE RunLog-Start-Date TO AR-Settled-Date
                   END-IF
                   REWRITE ArLedger-Rec
                       INVALID KEY
                           DISPLAY "WARNING: INVOICE " WS-Entry-Invoice
                               " NOT REWRITTEN, STATUS "
                               WS-ArLedger-File-Status
                       NOT INVALID KEY
                           IF AR-Is-Settled
                               DISPLAY "INVOICE " WS-Entry-Invoice
                                   " SETTLED"
                           ELSE
                               DISPLAY "INVOICE " WS-Entry-Invoice
                                   " OUTSTANDING " WS-Outstanding
                           END-IF
                           PERFORM 2170-JOURNAL-THE-POSTING
                           PERFORM 2190-LOG-RECEIPT-HISTORY
                   END-REWRITE
               END-IF
               END-IF
           END-IF.

       2170-JOURNAL-THE-POSTING.
           MOVE ArLedger-Rec TO Journal-After-Image.
           MOVE "ARLEDGER.DAT" TO Journal-File-Name.
           MOVE "U" TO Journal-Action.
           MOVE AR-Invoice-Number TO Journal-Record-Key.
           PERFORM Log-Update-Journal.

       2190-LOG-RECEIPT-HISTORY.
           OPEN EXTEND ArReceiptFile.
           IF WS-ArReceipt-File-Status NOT = "00"
               OPEN OUTPUT ArReceiptFile
           END-IF.
           MOVE SPACES TO ArReceipt-Rec.
           MOVE RunLog-Start-Date TO Rcpt-Date.
           MOVE AR-Invoice-Number TO Rcpt-Invoice-Number.
           MOVE AR-CustomerID TO Rcpt-CustomerID.
           MOVE WS-Entry-Receipt TO Rcpt-Amount.
           MOVE "K" TO Rcpt-Source.
           WRITE ArReceipt-Rec.
           CLOSE ArReceiptFile.

      * Keyed read of the invoice entered.
       2150-FIND-INVOICE.
           MOVE "N" TO ARL-Found-Switch.
           IF WS-ArLedger-File-Status NOT = "35"
               MOVE WS-Entry-Invoice TO AR-Invoice-Number
               READ ArLedgerFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET ARL-Is-Found TO TRUE
               END-READ
           END-IF.

      * The open items in invoice-number order, straight off the
      * ledger.
       2200-LIST-OPEN-INVOICES.
           IF WS-ArLedger-File-Status NOT = "35"
               MOVE ZEROS TO AR-Invoice-Number
               START ArLedgerFile KEY NOT < AR-Invoice-Number
                   INVALID KEY
                       SET EndOfArLedgerFile TO TRUE
                   NOT INVALID KEY
                       MOVE SPACES TO ArLedger-Rec
               END-START
               PERFORM UNTIL EndOfArLedgerFile
                   READ ArLedgerFile NEXT RECORD
                       AT END SET EndOfArLedgerFile TO TRUE
                       NOT AT END
                           IF AR-Is-Open
                               COMPUTE WS-Outstanding =
                                   AR-Invoice-Amount - AR-Amount-Paid
                               DISPLAY AR-Invoice-Number
                                   " " AR-CustomerID
                                   " DATED " AR-Invoice-Date
                                   " OUTSTANDING " WS-Outstanding
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * A prepayment is held against its pro-forma, not an invoice:
      * once the whole amount is in, the pro-forma is paid and its
      * lines may ship. No ledger item exists yet to post against.
       2300-POST-PRO-FORMA-RECEIPT.
           IF NOT Run-Lock-Held
               DISPLAY "PRO-FORMA RECEIPTS REFUSED - PROFORMA.DAT "
                   "IN USE"
           ELSE
           IF ProForma-Overflowed
               DISPLAY "PRO-FORMA RECEIPTS REFUSED - PROFORMA.DAT "
                   "EXCEEDED THE TABLE"
           ELSE
               DISPLAY "PRO-FORMA NUMBER"
               ACCEPT WS-Entry-ProForma
               MOVE ZEROS TO PFT-Found-Idx
               PERFORM VARYING PFT-Idx FROM 1 BY 1
                   UNTIL PFT-Idx > ProForma-Count
                   OR PFT-Found-Idx > ZERO
                   IF PFT-Number(PFT-Idx) = WS-Entry-ProForma
                       MOVE PFT-Idx TO PFT-Found-Idx
                   END-IF
               END-PERFORM
               IF PFT-Found-Idx = ZERO
                   DISPLAY "PRO-FORMA " WS-Entry-ProForma
                       " NOT ON PROFORMA.DAT"
               ELSE
               IF NOT PFT-Is-Awaiting(PFT-Found-Idx)
                   DISPLAY "PRO-FORMA " WS-Entry-ProForma
                       " IS ALREADY PAID"
               ELSE
                   COMPUTE WS-Outstanding =
                       PFT-Amount(PFT-Found-Idx) -
                       PFT-Received(PFT-Found-Idx)
                   DISPLAY "CUSTOMER " PFT-CustomerID(PFT-Found-Idx)
                       " OUTSTANDING " WS-Outstanding
                   DISPLAY "RECEIPT AMOUNT"
                   ACCEPT WS-Entry-Receipt
                   ADD WS-Entry-Receipt TO PFT-Received(PFT-Found-Idx)
                   SET ProForma-Changed TO TRUE
                   COMPUTE WS-Outstanding =
                       PFT-Amount(PFT-Found-Idx) -
                       PFT-Received(PFT-Found-Idx)
                   IF WS-Outstanding <= ZERO
                       MOVE "P" TO PFT-Status(PFT-Found-Idx)
                       MOVE RunLog-Start-Date
                           TO PFT-Paid-Date(PFT-Found-Idx)
                       DISPLAY "PRO-FORMA " WS-Entry-ProForma
                           " PAID - LINES RELEASED FOR DESPATCH"
                   ELSE
                       DISPLAY "PRO-FORMA " WS-Entry-ProForma
                           " OUTSTANDING " WS-Outstanding
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       2400-LIST-OPEN-PRO-FORMAS.
           PERFORM VARYING PFT-Idx FROM 1 BY 1
               UNTIL PFT-Idx > ProForma-Count
               IF PFT-Is-Awaiting(PFT-Idx)
                   COMPUTE WS-Outstanding =
                       PFT-Amount(PFT-Idx) - PFT-Received(PFT-Idx)
                   DISPLAY PFT-Number(PFT-Idx)
                       " " PFT-CustomerID(PFT-Idx)
                       " DATED " PFT-Issue-Date(PFT-Idx)
                       " OUTSTANDING " WS-Outstanding
               END-IF
           END-PERFORM.

       3100-REWRITE-PRO-FORMAS.
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

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="ARPAYMENT"==.
       COPY "OPSIGNPA.CPY".
       COPY "RUNLOCKPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="ARPAYMENT"==.
       COPY "PERSTATPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="ARPAYMENT"==.
       COPY "UPDJRNLPA.CPY".
