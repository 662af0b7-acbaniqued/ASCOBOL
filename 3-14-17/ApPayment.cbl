      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - Debit notes raised by SuppRtn sit on APLEDGER.DAT as
      *     negative items due at once, and net off the supplier's
      *     payment here; a supplier whose debit notes exceed what
      *     is due is held, everything left open, until enough
      *     invoices fall due to absorb them.
      *   - The VAT rate and amount ApInvoice now records on each
      *     invoice are carried through the ledger rewrite.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApPayment.
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  AP-Status              PIC X.
      * ApInvoice's VAT rate and amount, carried through untouched.
           02  FILLER                 PIC X.
           02  AP-Vat-Details         PIC X(14).

       FD SuppMasterFile.
       01 SuppMast-Rec.
               03  APL-Amount-Paid      PIC S9(7)V99.
               03  APL-Status           PIC X.
                   88 APL-Is-Open       VALUE "O".
               03  APL-Vat-Details      PIC X(14).
               03  APL-Proposed         PIC X.
                   88 APL-Is-Proposed   VALUE "Y".

           02  Proposal-Entry OCCURS 500 TIMES.
               03  PRP-SupplierID       PIC X(5).
               03  PRP-Name             PIC X(20).
               03  PRP-Amount           PIC S9(9)V99.
               03  PRP-Sort-Code        PIC X(6).
               03  PRP-Account-Number   PIC X(8).
               03  PRP-Details-Switch   PIC X.
                   88 PRP-Has-Details   VALUE "Y".
               03  PRP-Held-Switch      PIC X.
                   88 PRP-Is-Held       VALUE "Y".

       01  Proposal-Count               PIC 9(3) VALUE ZEROS.
       01  PRP-Idx                      PIC 9(3).
       01  PRP-Found-Idx                PIC 9(3).

       01  Payable-Count                PIC 9(3) VALUE ZEROS.
       01  Proposal-Total               PIC S9(9)V99 VALUE ZEROS.
       01  Release-Total                PIC 9(9)V99 VALUE ZEROS.
       01  Released-Switch              PIC X VALUE "N".
           88 Run-Released              VALUE "Y".
           02  FILLER                   PIC X(11) VALUE " SUPPLIER: ".
           02  CTL-SupplierID           PIC X(5).
           02  FILLER                   PIC X(10) VALUE "  AMOUNT: ".
           02  CTL-Amount               PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  CTL-Note                 PIC X(20).

       01  ApCtl-Totals-Line.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Remit-Inv-Date       PIC 9(8).
           02  FILLER                   PIC X(4)  VALUE SPACES.
           02  Prn-Remit-Amount         PIC ZZZ,ZZ9.99-.

       01  Remit-Total-Line.
           02  FILLER                   PIC X(16) VALUE
           PERFORM 1000-LOAD-SUPPLIER-BANK.
           PERFORM 1100-LOAD-AP-LEDGER.
           PERFORM 2000-BUILD-PROPOSAL.
           PERFORM 2200-HOLD-DEBIT-BALANCES.
           PERFORM 2500-ATTACH-BANK-DETAILS.
           PERFORM 3000-PROVE-AND-RELEASE.
           IF Run-Released
                           TO APL-Amount-Paid(Ap-Ledger-Count)
                       MOVE AP-Status
                           TO APL-Status(Ap-Ledger-Count)
                       MOVE AP-Vat-Details
                           TO APL-Vat-Details(Ap-Ledger-Count)
                       MOVE "N" TO APL-Proposed(Ap-Ledger-Count)
                   ELSE
                       SET Load-Overflowed TO TRUE
                   MOVE SPACES TO PRP-Name(PRP-Found-Idx)
                   MOVE ZEROS TO PRP-Amount(PRP-Found-Idx)
                   MOVE "N" TO PRP-Details-Switch(PRP-Found-Idx)
                   MOVE "N" TO PRP-Held-Switch(PRP-Found-Idx)
               ELSE
                   DISPLAY "WARNING: PROPOSAL TABLE FULL, SUPPLIER "
                       APL-SupplierID(APL-Idx) " NOT PAID"
                   - APL-Amount-Paid(APL-Idx)
           END-IF.

      * Debit notes outweighing what has fallen due leave nothing to
      * pay: the supplier is held and every item of theirs, note and
      * invoice alike, stays open for a later run to net again.
       2200-HOLD-DEBIT-BALANCES.
           PERFORM VARYING PRP-Idx FROM 1 BY 1
               UNTIL PRP-Idx > Proposal-Count
               IF PRP-Amount(PRP-Idx) > ZERO
                   ADD 1 TO Payable-Count
               ELSE
                   MOVE "Y" TO PRP-Held-Switch(PRP-Idx)
                   SUBTRACT PRP-Amount(PRP-Idx) FROM Proposal-Total
                   PERFORM VARYING APL-Idx FROM 1 BY 1
                       UNTIL APL-Idx > Ap-Ledger-Count
                       IF APL-SupplierID(APL-Idx)
                           = PRP-SupplierID(PRP-Idx)
                           MOVE "N" TO APL-Proposed(APL-Idx)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       2500-ATTACH-BANK-DETAILS.
           PERFORM VARYING PRP-Idx FROM 1 BY 1
               UNTIL PRP-Idx > Proposal-Count
                   END-IF
               END-PERFORM
               IF PRP-Has-Details(PRP-Idx)
                   AND NOT PRP-Is-Held(PRP-Idx)
                   ADD PRP-Amount(PRP-Idx) TO Release-Total
               END-IF
           END-PERFORM.
               UNTIL PRP-Idx > Proposal-Count
               MOVE PRP-SupplierID(PRP-Idx) TO CTL-SupplierID
               MOVE PRP-Amount(PRP-Idx) TO CTL-Amount
               EVALUATE TRUE
                   WHEN PRP-Is-Held(PRP-Idx)
                       MOVE "HELD - DEBIT NOTES" TO CTL-Note
                   WHEN PRP-Has-Details(PRP-Idx)
                       MOVE SPACES TO CTL-Note
                   WHEN OTHER
                       MOVE "NO BANK DETAILS" TO CTL-Note
               END-EVALUATE
               WRITE ApCtl-Print-Line FROM ApCtl-Detail-Line
               AFTER ADVANCING 1 LINE
           END-PERFORM.
           WRITE ApCtl-Print-Line FROM ApCtl-Totals-Line
           AFTER ADVANCING 2 LINES.

           IF Payable-Count > ZERO
               AND Release-Total = Proposal-Total
               AND NOT Load-Overflowed
               SET Run-Released TO TRUE
           OPEN OUTPUT BankApFile.
           PERFORM VARYING PRP-Idx FROM 1 BY 1
               UNTIL PRP-Idx > Proposal-Count
               IF NOT PRP-Is-Held(PRP-Idx)
                   MOVE SPACES TO BankAp-Rec
                   MOVE PRP-Sort-Code(PRP-Idx) TO BankAp-Sort-Code
                   MOVE PRP-Account-Number(PRP-Idx)
                       TO BankAp-Account-Number
                   MOVE PRP-SupplierID(PRP-Idx) TO BankAp-SupplierID
                   MOVE PRP-Amount(PRP-Idx) TO BankAp-Amount
                   MOVE Business-Date TO BankAp-Value-Date
                   WRITE BankAp-Rec
               END-IF
           END-PERFORM.
      * Control-total trailer: payment count and amount total for
      * the bank to verify the transfer arrived whole.
           MOVE SPACES TO BankAp-Rec.
           MOVE "TRAILR" TO BankAp-Sort-Code.
           MOVE Payable-Count TO BankAp-Trail-Count.
           MOVE Release-Total TO BankAp-Amount.
           WRITE BankAp-Rec.
           CLOSE BankApFile.
       3500-WRITE-REMITTANCES.
           PERFORM VARYING PRP-Idx FROM 1 BY 1
               UNTIL PRP-Idx > Proposal-Count
               IF NOT PRP-Is-Held(PRP-Idx)
                   PERFORM 3550-WRITE-ONE-REMITTANCE
               END-IF
           END-PERFORM.

       3550-WRITE-ONE-REMITTANCE.
               MOVE APL-Amount(APL-Idx) TO AP-Amount
               MOVE APL-Amount-Paid(APL-Idx) TO AP-Amount-Paid
               MOVE APL-Status(APL-Idx) TO AP-Status
               MOVE APL-Vat-Details(APL-Idx) TO AP-Vat-Details
               WRITE ApLedger-Rec
           END-PERFORM
           CLOSE ApLedgerFile
