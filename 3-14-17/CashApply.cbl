      *   - Each matched application logs the invoice's before/after
      *     image to the UPDJRNL.DAT update journal for the Recover
      *     roll-forward.
      *   - Each application is also appended to the ARRCPT.DAT
      *     receipt history ArPayment writes, so the month-end
      *     statement shows bank receipts alongside keyed ones.
      *   - The ledger's item-type byte, which marks interest
      *     charges, is carried through the table and the rewrite.
      *   - A receipt that exactly meets what is still owed on one of
      *     the payer's PROFORMA.DAT pro-formas pays that pro-forma
      *     before any invoice matching, so a prepayment account's
      *     lines are released for despatch without a keyed entry.
      *   - ARLEDGER.DAT is indexed: the payer's open items are found
      *     through the customer key and each invoice paid is rewritten
      *     on its own, so the whole-ledger table and its
      *     all-or-nothing rewrite are gone.
      *   - PROFORMA.DAT is held under the shared PROFORMA.LCK from the
      *     load to the rewrite; when another program holds it no
      *     receipt is matched to a pro-forma and the step ends with
      *     return code 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashApply.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BankRcpt-File-Status.

      * Indexed: the payer's items are found through the customer
      * alternate key and each one paid is rewritten by invoice
      * number.
       SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AR-Invoice-Number
                 ALTERNATE RECORD KEY IS AR-CustomerID
                     WITH DUPLICATES
                 FILE STATUS IS WS-ArLedger-File-Status.

      * Receipts (or tails of receipts) that could not be applied,
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CashSusp-File-Status.

      * Receipt history shared with ArPayment: one line per invoice
      * a receipt was applied to.
       SELECT ArReceiptFile ASSIGN TO "ARRCPT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ArReceipt-File-Status.

      * Pro-forma invoices awaiting a prepayment account's money,
      * held in a table and rewritten in full when one is paid.
       SELECT ProFormaFile ASSIGN TO "PROFORMA.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ProForma-File-Status.

       SELECT CashAppRep ASSIGN TO "CASHAPP.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "RUNLOGFC.CPY".
       COPY "RUNLOCKFC.CPY".
       COPY "UPDJRNLFC.CPY".

       DATA DIVISION.
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  AR-Status              PIC X.
               88 AR-Is-Open          VALUE "O".
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

       FD CashSuspFile.
       01 CashSusp-Rec.
           02  FILLER                 PIC X.
           02  Susp-Reference         PIC X(10).

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

       FD CashAppRep.
       01 CashApp-Print-Line          PIC X(80).

       COPY "RUNLOGFD.CPY".
       COPY "RUNLOCKFD.CPY".
       COPY "UPDJRNLFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-BankRcpt-File-Status      PIC XX.
       01  WS-ArLedger-File-Status      PIC XX.
       01  WS-CashSusp-File-Status      PIC XX.
       01  WS-ArReceipt-File-Status     PIC XX.
       01  WS-ProForma-File-Status      PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "RUNLOCKWS.CPY".
       COPY "UPDJRNLWS.CPY".

       01  ArLedger-Open-Switch         PIC X VALUE "N".
           88 ArLedger-Is-Open          VALUE "Y".
       01  Match-Invoice                PIC 9(6).
       01  Match-Switch                 PIC X VALUE "N".
           88 Match-Found               VALUE "Y".
      * Set when a paid-down invoice would not rewrite, so the
      * receipt's allocation stops rather than finding it again.
       01  Posting-Failed-Switch        PIC X VALUE "N".
           88 Posting-Failed            VALUE "Y".
       01  Oldest-Date                  PIC 9(8).

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
       01  PFT-Match-Idx                PIC 9(4).
      * A register too big for the table is left alone: receipts go
      * to invoice matching as before.
       01  ProForma-Overflow-Switch     PIC X VALUE "N".
           88 ProForma-Overflowed       VALUE "Y".
       01  ProFormas-Paid               PIC 9(5) VALUE ZEROS.
       01  ProForma-Outstanding         PIC S9(7)V99.
       01  ProForma-Paid-Note.
           02  FILLER                   PIC X(10) VALUE "PRO-FORMA ".
           02  PPN-Number               PIC 9(6).
           02  FILLER                   PIC X(5)  VALUE " PAID".

       01  Receipt-Remaining            PIC S9(7)V99.
       01  Invoice-Outstanding          PIC S9(7)V99.
       01  Apply-Amount                 PIC S9(7)V99.
       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM 1000-OPEN-AR-LEDGER.
      * PROFORMA.DAT is written back whole after the run, so the
      * register is held from the load to the rewrite. Held
      * elsewhere, no receipt is matched to a pro-forma this run.
           MOVE "PROFORMA.LCK" TO Lock-File-Name.
           MOVE "N" TO Lock-Prompt-Allowed.
           PERFORM Acquire-Run-Lock.
           IF Run-Lock-Held
               PERFORM 1100-LOAD-PRO-FORMAS
           ELSE
               DISPLAY "WARNING: PROFORMA.DAT IN USE - "
                   "NO PRO-FORMAS PAID THIS RUN"
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 2000-APPLY-RECEIPTS.
           IF ArLedger-Is-Open
               CLOSE ArLedgerFile
           END-IF.
           IF ProFormas-Paid > ZEROS
               PERFORM 3100-REWRITE-PRO-FORMAS
           END-IF.
           PERFORM Release-Run-Lock.
           PERFORM Log-Run-Complete.
           STOP RUN.

      * Open for the run; each invoice paid is rewritten as it is
      * paid. With no ledger every receipt goes to suspense.
       1000-OPEN-AR-LEDGER.
           OPEN I-O ArLedgerFile.
           IF WS-ArLedger-File-Status = "00"
               SET ArLedger-Is-Open TO TRUE
           ELSE
               DISPLAY "WARNING: ARLEDGER.DAT NOT AVAILABLE - "
                   "RECEIPTS GO TO SUSPENSE"
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
                   "NO PRO-FORMAS PAID THIS RUN"
           END-IF.

       2000-APPLY-RECEIPTS.
               IF WS-CashSusp-File-Status NOT = "00"
                   OPEN OUTPUT CashSuspFile
               END-IF
               OPEN EXTEND ArReceiptFile
               IF WS-ArReceipt-File-Status NOT = "00"
                   OPEN OUTPUT ArReceiptFile
               END-IF
               READ BankRcptFile
                   AT END SET EndOfBankRcptFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfBankRcptFile
                   ADD 1 TO Receipts-Read
                   PERFORM 2050-FIND-PRO-FORMA-MATCH
                   EVALUATE TRUE
                       WHEN PFT-Match-Idx > ZERO
                           PERFORM 2060-PAY-PRO-FORMA
                       WHEN NOT ArLedger-Is-Open
                           PERFORM 2600-WRITE-TO-SUSPENSE
                       WHEN OTHER
                           PERFORM 2100-APPLY-ONE-RECEIPT
                   END-EVALUATE
                   READ BankRcptFile
                       AT END SET EndOfBankRcptFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CashSuspFile
               CLOSE ArReceiptFile
               CLOSE BankRcptFile
      * Receipts are consumed once applied, the same truncate-after-
      * posting rule BLENDUSE.DAT follows, so a rerun cannot pay the
               " APPLIED: " Receipts-Applied
               " TO SUSPENSE: " Receipts-To-Suspense.

      * A pro-forma of the payer's still awaiting payment whose
      * outstanding amount equals the whole receipt.
       2050-FIND-PRO-FORMA-MATCH.
           MOVE ZEROS TO PFT-Match-Idx.
           IF NOT ProForma-Overflowed
               PERFORM VARYING PFT-Idx FROM 1 BY 1
                   UNTIL PFT-Idx > ProForma-Count
                   OR PFT-Match-Idx > ZERO
                   IF PFT-Is-Awaiting(PFT-Idx)
                       AND PFT-CustomerID(PFT-Idx) =
                           BankRcpt-CustomerID
                       COMPUTE ProForma-Outstanding =
                           PFT-Amount(PFT-Idx) - PFT-Received(PFT-Idx)
                       IF ProForma-Outstanding = BankRcpt-Amount
                           MOVE PFT-Idx TO PFT-Match-Idx
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * The money is held on the pro-forma until InvoiceGen applies
      * it to the invoice, so nothing posts to the ledger here.
       2060-PAY-PRO-FORMA.
           ADD BankRcpt-Amount TO PFT-Received(PFT-Match-Idx).
           MOVE "P" TO PFT-Status(PFT-Match-Idx).
           MOVE BankRcpt-Date TO PFT-Paid-Date(PFT-Match-Idx).
           ADD 1 TO ProFormas-Paid.
           ADD 1 TO Receipts-Applied.
           ADD BankRcpt-Amount TO Value-Applied.
           MOVE BankRcpt-CustomerID TO RPT-CustomerID.
           MOVE BankRcpt-Reference TO RPT-Reference.
           MOVE BankRcpt-Amount TO RPT-Amount.
           MOVE PFT-Number(PFT-Match-Idx) TO PPN-Number.
           MOVE ProForma-Paid-Note TO RPT-Note.
           WRITE CashApp-Print-Line FROM CashApp-Detail-Line
           AFTER ADVANCING 1 LINE.

      * Exact invoice match first - an open invoice whose
      * outstanding balance equals the whole receipt - then
      * oldest-first allocation of whatever is left.
       2100-APPLY-ONE-RECEIPT.
           MOVE BankRcpt-Amount TO Receipt-Remaining.
           MOVE "N" TO Posting-Failed-Switch.
           PERFORM 2200-FIND-EXACT-MATCH.
           IF Match-Found
               PERFORM 2400-PAY-DOWN-INVOICE
           ELSE
               PERFORM 2300-ALLOCATE-OLDEST-FIRST
                   ADD BankRcpt-Amount TO Value-Applied
           END-EVALUATE.

      * Positions the ledger on the payer's first item through the
      * customer alternate key and reads it; EndOfArLedgerFile comes
      * up at once when the payer has none.
       2150-START-PAYER-ITEMS.
           MOVE BankRcpt-CustomerID TO AR-CustomerID.
           START ArLedgerFile KEY = AR-CustomerID
               INVALID KEY
                   SET EndOfArLedgerFile TO TRUE
               NOT INVALID KEY
                   PERFORM 2160-NEXT-PAYER-ITEM
           END-START.

      * The next item in customer-key order; one for another customer
      * ends the payer's items.
       2160-NEXT-PAYER-ITEM.
           READ ArLedgerFile NEXT RECORD
               AT END SET EndOfArLedgerFile TO TRUE
           END-READ.
           IF NOT EndOfArLedgerFile
               AND AR-CustomerID NOT = BankRcpt-CustomerID
               SET EndOfArLedgerFile TO TRUE
           END-IF.

       2200-FIND-EXACT-MATCH.
           MOVE "N" TO Match-Switch.
           PERFORM 2150-START-PAYER-ITEMS.
           PERFORM UNTIL EndOfArLedgerFile OR Match-Found
               IF AR-Is-Open
                   COMPUTE Invoice-Outstanding =
                       AR-Invoice-Amount - AR-Amount-Paid
                   IF Invoice-Outstanding = Receipt-Remaining
                       SET Match-Found TO TRUE
                       MOVE AR-Invoice-Number TO Match-Invoice
                   END-IF
               END-IF
               PERFORM 2160-NEXT-PAYER-ITEM
           END-PERFORM.

      * Repeatedly picks the payer's oldest remaining open invoice
      * has no open invoices left.
       2300-ALLOCATE-OLDEST-FIRST.
           PERFORM 2350-FIND-OLDEST-OPEN.
           PERFORM UNTIL NOT Match-Found
               OR Receipt-Remaining <= ZERO
               OR Posting-Failed
               PERFORM 2400-PAY-DOWN-INVOICE
               PERFORM 2350-FIND-OLDEST-OPEN
           END-PERFORM.

       2350-FIND-OLDEST-OPEN.
           MOVE "N" TO Match-Switch.
           MOVE 99999999 TO Oldest-Date.
           PERFORM 2150-START-PAYER-ITEMS.
           PERFORM UNTIL EndOfArLedgerFile
               IF AR-Is-Open
                   AND AR-Invoice-Date < Oldest-Date
                   MOVE AR-Invoice-Date TO Oldest-Date
                   MOVE AR-Invoice-Number TO Match-Invoice
                   SET Match-Found TO TRUE
               END-IF
               PERFORM 2160-NEXT-PAYER-ITEM
           END-PERFORM.

      * Same posting ArPayment makes: paid amount up, settled when
      * nothing is left outstanding. The matched invoice is read by
      * its number and rewritten.
       2400-PAY-DOWN-INVOICE.
           MOVE Match-Invoice TO AR-Invoice-Number.
           READ ArLedgerFile
               INVALID KEY
                   SET Posting-Failed TO TRUE
           END-READ.
           IF NOT Posting-Failed
               COMPUTE Invoice-Outstanding =
                   AR-Invoice-Amount - AR-Amount-Paid
               IF Receipt-Remaining < Invoice-Outstanding
                   MOVE Receipt-Remaining TO Apply-Amount
               ELSE
                   MOVE Invoice-Outstanding TO Apply-Amount
               END-IF
               IF AR-Settled-Date IS NOT NUMERIC
                   MOVE ZEROS TO AR-Settled-Date
               END-IF
               MOVE ArLedger-Rec TO Journal-Before-Image
               ADD Apply-Amount TO AR-Amount-Paid
               IF AR-Amount-Paid >= AR-Invoice-Amount
                   MOVE "S" TO AR-Status
      * The receipt's own date is the settlement date.
                   MOVE BankRcpt-Date TO AR-Settled-Date
               END-IF
               REWRITE ArLedger-Rec
                   INVALID KEY
                       SET Posting-Failed TO TRUE
                   NOT INVALID KEY
                       SUBTRACT Apply-Amount FROM Receipt-Remaining
                       PERFORM 2450-LOG-THE-APPLICATION
               END-REWRITE
           END-IF.
           IF Posting-Failed
               DISPLAY "WARNING: INVOICE " Match-Invoice
                   " NOT UPDATED, STATUS " WS-ArLedger-File-Status
           END-IF.

      * The before/after journal line and the receipt-history line
      * for the amount just applied.
       2450-LOG-THE-APPLICATION.
           MOVE ArLedger-Rec TO Journal-After-Image.
           MOVE "ARLEDGER.DAT" TO Journal-File-Name.
           MOVE "U" TO Journal-Action.
           MOVE AR-Invoice-Number TO Journal-Record-Key.
           PERFORM Log-Update-Journal.
           MOVE SPACES TO ArReceipt-Rec.
           MOVE BankRcpt-Date TO Rcpt-Date.
           MOVE AR-Invoice-Number TO Rcpt-Invoice-Number.
           MOVE AR-CustomerID TO Rcpt-CustomerID.
           MOVE Apply-Amount TO Rcpt-Amount.
           MOVE "B" TO Rcpt-Source.
           MOVE BankRcpt-Reference TO Rcpt-Reference.
           WRITE ArReceipt-Rec.

       2600-WRITE-TO-SUSPENSE.
           ADD 1 TO Receipts-To-Suspense.
           WRITE CashApp-Print-Line FROM CashApp-Detail-Line
           AFTER ADVANCING 1 LINE.

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

       COPY "UPDJRNLPA.CPY".

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="CASHAPPLY"==.
       COPY "RUNLOCKPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="CASHAPPLY"==.

       END PROGRAM CashApply.
