      *          an unattended run, the same present-or-prompt
      *          pattern RUNPARM.DAT uses.
      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - Input tax is filed too: the VAT ApInvoice records on each
      *     APLEDGER.DAT supplier invoice and PettyCash on each
      *     PETTY.DAT voucher dated in the period fills one INPnn box
      *     per rate, with the net purchases and input tax totals,
      *     and the tax due is now output tax less input tax. Each
      *     input-tax figure has its own VATAUDIT.DAT line carrying
      *     the AP reference or voucher number.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VatReturn.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-InvArch-File-Status.

      * Supplier invoices and petty-cash vouchers, for the VAT paid
      * on purchases.
       SELECT ApLedgerFile ASSIGN TO "APLEDGER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ApLedger-File-Status.

       SELECT PettyCashFile ASSIGN TO "PETTY.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PettyCash-File-Status.

       SELECT VatParmFile ASSIGN TO "VATPARM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-VatParm-File-Status.
               03  AH-Inc-Tax         PIC S9(7)V99
                   SIGN IS TRAILING SEPARATE.

       FD ApLedgerFile.
       01 ApLedger-Rec.
           88 EndOfApLedgerFile   VALUE HIGH-VALUES.
           02  AP-Reference           PIC X(10).
           02  FILLER                 PIC X.
           02  AP-SupplierID          PIC X(5).
           02  FILLER                 PIC X.
           02  AP-Invoice-Date        PIC 9(8).
           02  FILLER                 PIC X.
           02  AP-Due-Date            PIC 9(8).
           02  FILLER                 PIC X.
           02  AP-PO-Number           PIC 9(6).
           02  FILLER                 PIC X.
           02  AP-OilNum              PIC 99.
           02  FILLER                 PIC X.
           02  AP-Qty                 PIC 9(5).
           02  FILLER                 PIC X.
           02  AP-Amount              PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  AP-Amount-Paid         PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  AP-Status              PIC X.
           02  FILLER                 PIC X.
           02  AP-Vat-Rate            PIC V999.
           02  FILLER                 PIC X.
           02  AP-Vat-Amount          PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.

       FD PettyCashFile.
       01 PettyCash-Rec.
           88 EndOfPettyCashFile  VALUE HIGH-VALUES.
           02  Petty-Date              PIC 9(8).
           02  FILLER                  PIC X.
           02  Petty-Type              PIC X.
               88 Petty-Is-Voucher     VALUE "V".
           02  FILLER                  PIC X.
           02  Petty-Category          PIC X(8).
           02  FILLER                  PIC X.
           02  Petty-Amount            PIC 9(7)V99.
           02  FILLER                  PIC X.
           02  Petty-Description       PIC X(20).
           02  FILLER                  PIC X.
           02  Petty-Operator-ID       PIC X(5).
           02  FILLER                  PIC X.
           02  Petty-Voucher-Number    PIC 9(6).
           02  FILLER                  PIC X.
           02  Petty-Vat-Rate          PIC V999.
           02  FILLER                  PIC X.
           02  Petty-Vat-Amount        PIC 9(7)V99.

       FD VatParmFile.
       01 VatParm-Rec.
           02  VatParm-From-Date      PIC 9(8).
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  VAU-Box-Code           PIC X(6).
      * Input-tax lines: doc type P supplier invoice or V petty-cash
      * voucher, the supplier in the customer column, and here the
      * AP reference or voucher number.
           02  FILLER                 PIC X.
           02  VAU-Reference          PIC X(10).

       COPY "RUNLOGFD.CPY".

       01  WS-VatParm-File-Status      PIC XX.
       01  WS-VatReturn-File-Status    PIC XX.
       01  WS-VatAudit-File-Status     PIC XX.
       01  WS-ApLedger-File-Status     PIC XX.
       01  WS-PettyCash-File-Status    PIC XX.
       COPY "RUNLOGWS.CPY".

       01  Run-From-Date               PIC 9(8) VALUE ZEROS.
       01  RBX-Found-Idx               PIC 99.
       01  Box-Seq                     PIC 99.

      * The same per rate for the VAT paid on purchases.
       01  Input-Box-Table.
           02  Input-Box-Entry OCCURS 20 TIMES.
               03  IBX-Rate            PIC V999.
               03  IBX-Box-Code        PIC X(6).
               03  IBX-Net-Value       PIC S9(9)V99.
               03  IBX-Tax             PIC S9(9)V99.

       01  Input-Box-Count             PIC 99 VALUE ZEROS.
       01  IBX-Idx                     PIC 99.
       01  IBX-Found-Idx               PIC 99.
       01  Input-Rate                  PIC V999.
       01  Input-Gross                 PIC S9(9)V99.
       01  Input-Net-Value             PIC S9(9)V99.
       01  Input-Tax                   PIC S9(9)V99.
       01  Total-Input-Net             PIC S9(9)V99 VALUE ZEROS.
       01  Total-Input-Tax             PIC S9(9)V99 VALUE ZEROS.
       01  Purchases-Filed             PIC 9(7) VALUE ZEROS.

       01  Doc-Net-Value               PIC S9(9)V99.
       01  Doc-Tax                     PIC S9(9)V99.
       01  Total-Net-Value             PIC S9(9)V99 VALUE ZEROS.
                       AT END SET EndOfInvArchFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE InvArchFile
               PERFORM 2500-FILE-AP-INVOICES
               PERFORM 2600-FILE-PETTY-VOUCHERS
               CLOSE VatAuditFile
               PERFORM 3000-WRITE-RETURN-FILE
           END-IF.
           DISPLAY "DOCUMENTS FILED: " Documents-Filed.
           DISPLAY "OUTPUT TAX: " Total-Output-Tax.
           DISPLAY "CREDIT TAX NETTED: " Total-Credit-Tax.
           DISPLAY "PURCHASES FILED: " Purchases-Filed.
           DISPLAY "INPUT TAX: " Total-Input-Tax.
           PERFORM Log-Run-Complete.
           STOP RUN.

               MOVE Rate-Box-Count TO RBX-Found-Idx
           END-IF.

      * Supplier invoices dated in the period that carry their VAT
      * details; entries from before VAT was recorded, and debit
      * notes raised against no invoice, have none and claim
      * nothing. A debit note's negative VAT takes back what its
      * invoice claimed.
       2500-FILE-AP-INVOICES.
           OPEN INPUT ApLedgerFile.
           IF WS-ApLedger-File-Status = "00"
               READ ApLedgerFile
                   AT END SET EndOfApLedgerFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfApLedgerFile
                   IF AP-Invoice-Date >= Run-From-Date
                       AND AP-Invoice-Date <= Run-To-Date
                       AND AP-Vat-Rate IS NUMERIC
                       AND AP-Vat-Amount IS NUMERIC
                       MOVE AP-Vat-Rate TO Input-Rate
                       MOVE AP-Amount TO Input-Gross
                       MOVE AP-Vat-Amount TO Input-Tax
                       MOVE SPACES TO VatAudit-Rec
                       MOVE "P" TO VAU-Doc-Type
                       MOVE AP-Invoice-Date TO VAU-Doc-Date
                       MOVE AP-SupplierID TO VAU-CustomerID
                       MOVE AP-Reference TO VAU-Reference
                       PERFORM 2700-FILE-ONE-PURCHASE
                   END-IF
                   READ ApLedgerFile
                       AT END SET EndOfApLedgerFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ApLedgerFile
           ELSE
               DISPLAY "WARNING: APLEDGER.DAT NOT AVAILABLE - NO "
                   "SUPPLIER INVOICE INPUT TAX FILED"
           END-IF.

       2600-FILE-PETTY-VOUCHERS.
           OPEN INPUT PettyCashFile.
           IF WS-PettyCash-File-Status = "00"
               READ PettyCashFile
                   AT END SET EndOfPettyCashFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfPettyCashFile
                   IF Petty-Is-Voucher
                       AND Petty-Date >= Run-From-Date
                       AND Petty-Date <= Run-To-Date
                       AND Petty-Vat-Rate IS NUMERIC
                       AND Petty-Vat-Amount IS NUMERIC
                       MOVE Petty-Vat-Rate TO Input-Rate
                       MOVE Petty-Amount TO Input-Gross
                       MOVE Petty-Vat-Amount TO Input-Tax
                       MOVE SPACES TO VatAudit-Rec
                       MOVE "V" TO VAU-Doc-Type
                       MOVE Petty-Date TO VAU-Doc-Date
                       MOVE Petty-Voucher-Number TO VAU-Reference
                       PERFORM 2700-FILE-ONE-PURCHASE
                   END-IF
                   READ PettyCashFile
                       AT END SET EndOfPettyCashFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PettyCashFile
           ELSE
               DISPLAY "WARNING: PETTY.DAT NOT AVAILABLE - NO "
                   "PETTY-CASH INPUT TAX FILED"
           END-IF.

      * The purchase amounts include their VAT; the box takes the
      * net value and the tax apart.
       2700-FILE-ONE-PURCHASE.
           ADD 1 TO Purchases-Filed.
           COMPUTE Input-Net-Value = Input-Gross - Input-Tax.
           PERFORM 2800-FIND-OR-ADD-INPUT-BOX.
           ADD Input-Net-Value TO IBX-Net-Value(IBX-Found-Idx).
           ADD Input-Tax TO IBX-Tax(IBX-Found-Idx).
           ADD Input-Net-Value TO Total-Input-Net.
           ADD Input-Tax TO Total-Input-Tax.
           MOVE ZEROS TO VAU-Invoice-Number.
           MOVE Input-Rate TO VAU-Tax-Rate.
           MOVE Input-Net-Value TO VAU-Net-Value.
           MOVE Input-Tax TO VAU-Tax.
           MOVE IBX-Box-Code(IBX-Found-Idx) TO VAU-Box-Code.
           WRITE VatAudit-Rec.

       2800-FIND-OR-ADD-INPUT-BOX.
           MOVE ZEROS TO IBX-Found-Idx.
           PERFORM VARYING IBX-Idx FROM 1 BY 1
               UNTIL IBX-Idx > Input-Box-Count
               IF IBX-Rate(IBX-Idx) = Input-Rate
                   MOVE IBX-Idx TO IBX-Found-Idx
               END-IF
           END-PERFORM.
           IF IBX-Found-Idx = ZEROS
               ADD 1 TO Input-Box-Count
               MOVE Input-Rate TO IBX-Rate(Input-Box-Count)
               MOVE Input-Box-Count TO Box-Seq
               MOVE SPACES TO IBX-Box-Code(Input-Box-Count)
               STRING "INP" DELIMITED BY SIZE
                      Box-Seq DELIMITED BY SIZE
                   INTO IBX-Box-Code(Input-Box-Count)
               END-STRING
               MOVE ZEROS TO IBX-Net-Value(Input-Box-Count)
               MOVE ZEROS TO IBX-Tax(Input-Box-Count)
               MOVE Input-Box-Count TO IBX-Found-Idx
           END-IF.

      * One OUTnn line per rate and one INPnn line per purchase
      * rate, then the authority's box totals: net taxable value,
      * output tax, credits netted, net purchases, input tax and
      * the tax due.
       3000-WRITE-RETURN-FILE.
           OPEN OUTPUT VatReturnFile.
           PERFORM VARYING RBX-Idx FROM 1 BY 1
           MOVE ZEROS TO VRT-Value.
           MOVE Total-Credit-Tax TO VRT-Tax.
           WRITE VatReturn-Rec.
           PERFORM VARYING IBX-Idx FROM 1 BY 1
               UNTIL IBX-Idx > Input-Box-Count
               MOVE SPACES TO VatReturn-Rec
               MOVE IBX-Box-Code(IBX-Idx) TO VRT-Box-Code
               MOVE IBX-Rate(IBX-Idx) TO VRT-Rate
               MOVE IBX-Net-Value(IBX-Idx) TO VRT-Value
               MOVE IBX-Tax(IBX-Idx) TO VRT-Tax
               WRITE VatReturn-Rec
           END-PERFORM.
           MOVE SPACES TO VatReturn-Rec.
           MOVE "BOXPUR" TO VRT-Box-Code.
           MOVE ZEROS TO VRT-Rate.
           MOVE Total-Input-Net TO VRT-Value.
           MOVE ZEROS TO VRT-Tax.
           WRITE VatReturn-Rec.
           MOVE SPACES TO VatReturn-Rec.
           MOVE "BOXINP" TO VRT-Box-Code.
           MOVE ZEROS TO VRT-Rate.
           MOVE ZEROS TO VRT-Value.
           MOVE Total-Input-Tax TO VRT-Tax.
           WRITE VatReturn-Rec.
           MOVE SPACES TO VatReturn-Rec.
           MOVE "BOXDUE" TO VRT-Box-Code.
           MOVE ZEROS TO VRT-Rate.
           MOVE ZEROS TO VRT-Value.
           COMPUTE VRT-Tax = Total-Output-Tax + Total-Credit-Tax
               - Total-Input-Tax.
           WRITE VatReturn-Rec.
           CLOSE VatReturnFile.

