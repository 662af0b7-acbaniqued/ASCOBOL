      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supplier statement reconciliation. Each supplier
      *          statement held on SUPPSTMT.DAT (kept by SuppStmt) is
      *          matched line by line to the supplier's APLEDGER.DAT
      *          items on AP-Reference and amount, and SUPPREC.RPT
      *          lists what does not agree:
      *            NOT BOOKED BY US   - on their statement, not on
      *                                 our ledger (the invoices that
      *                                 put us on stop);
      *            PAID - IN TRANSIT  - on their statement, already
      *                                 settled by us;
      *            AMOUNT DIFFERS     - both sides, different sums;
      *            NOT ON THEIR STMT  - open with us, dated on or
      *                                 before the statement, absent
      *                                 from theirs;
      *            DUPLICATE ON STMT  - a reference they list twice.
      *          Each supplier closes with both balances, the
      *          difference analysed under those heads (the
      *          unexplained remainder proves to zero) and the
      *          payment the last ApPayment run sent them from
      *          BANKAP.DAT, which is what is in transit.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuppRecon.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SuppStmtFile ASSIGN TO "SUPPSTMT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SuppStmt-File-Status.

       SELECT ApLedgerFile ASSIGN TO "APLEDGER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ApLedger-File-Status.

       SELECT SuppMasterFile ASSIGN TO "SUPPMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SuppMaster-File-Status.

      * The last ApPayment run's bank file: one payment per supplier
      * and a TRAILR control record.
       SELECT BankApFile ASSIGN TO "BANKAP.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BankAp-File-Status.

       SELECT SuppReconRep ASSIGN TO "SUPPREC.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD SuppStmtFile.
       01 SuppStmt-Rec.
           88 EndOfSuppStmtFile     VALUE HIGH-VALUES.
           02  SST-SupplierID           PIC X(5).
           02  FILLER                   PIC X.
           02  SST-Stmt-Date            PIC 9(8).
           02  FILLER                   PIC X.
           02  SST-Reference            PIC X(10).
           02  FILLER                   PIC X.
           02  SST-Line-Date            PIC 9(8).
           02  FILLER                   PIC X.
           02  SST-Amount               PIC S9(7)V99
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

       FD SuppMasterFile.
       01 SuppMast-Rec.
           88 EndOfSuppMasterFile   VALUE HIGH-VALUES.
           02  SuppMast-SupplierID      PIC X(5).
           02  FILLER                   PIC X.
           02  SuppMast-Name            PIC X(20).

       FD BankApFile.
       01 BankAp-Rec.
           88 EndOfBankApFile     VALUE HIGH-VALUES.
           02  BankAp-Sort-Code       PIC X(6).
           02  FILLER                 PIC X.
           02  BankAp-Account-Number  PIC X(8).
           02  FILLER                 PIC X.
           02  BankAp-SupplierID      PIC X(5).
           02  FILLER                 PIC X.
           02  BankAp-Amount          PIC 9(9)V99.
           02  FILLER                 PIC X.
           02  BankAp-Value-Date      PIC 9(8).

       FD SuppReconRep.
       01 SuppRecon-Print-Line          PIC X(80).

       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-SuppStmt-File-Status      PIC XX.
       01  WS-ApLedger-File-Status      PIC XX.
       01  WS-SuppMaster-File-Status    PIC XX.
       01  WS-BankAp-File-Status        PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Stmt-Line-Table.
           02  Stmt-Line-Entry OCCURS 3000 TIMES.
               03  STL-SupplierID       PIC X(5).
               03  STL-Stmt-Date        PIC 9(8).
               03  STL-Reference        PIC X(10).
               03  STL-Line-Date        PIC 9(8).
               03  STL-Amount           PIC S9(7)V99.
       01  Stmt-Line-Count              PIC 9(4) VALUE ZEROS.
       01  STL-Idx                      PIC 9(4).

       01  Ap-Ledger-Table.
           02  Ap-Ledger-Entry OCCURS 2000 TIMES.
               03  APL-Reference        PIC X(10).
               03  APL-SupplierID       PIC X(5).
               03  APL-Invoice-Date     PIC 9(8).
               03  APL-Outstanding      PIC S9(7)V99.
               03  APL-Status           PIC X.
                   88 APL-Is-Open       VALUE "O".
                   88 APL-Is-Settled    VALUE "S".
               03  APL-Matched          PIC X.
                   88 APL-Is-Matched    VALUE "Y".
       01  Ap-Ledger-Count              PIC 9(4) VALUE ZEROS.
       01  APL-Idx                      PIC 9(4).
       01  APL-Found-Idx                PIC 9(4).
       01  Load-Overflow-Switch         PIC X VALUE "N".
           88 Load-Overflowed           VALUE "Y".

       01  Supplier-Table.
           02  Supplier-Entry OCCURS 500 TIMES.
               03  SUP-SupplierID       PIC X(5).
               03  SUP-Name             PIC X(20).
       01  Supplier-Count               PIC 9(3) VALUE ZEROS.
       01  SUP-Idx                      PIC 9(3).

       01  Payment-Table.
           02  Payment-Entry OCCURS 500 TIMES.
               03  PAY-SupplierID       PIC X(5).
               03  PAY-Amount           PIC 9(9)V99.
               03  PAY-Value-Date       PIC 9(8).
       01  Payment-Count                PIC 9(3) VALUE ZEROS.
       01  PAY-Idx                      PIC 9(3).

      * The suppliers with a statement, in file order.
       01  Recon-Supplier-Table.
           02  Recon-SupplierID         PIC X(5) OCCURS 500 TIMES.
       01  Recon-Supplier-Count         PIC 9(3) VALUE ZEROS.
       01  RCS-Idx                      PIC 9(3).
       01  Recon-Found-Switch           PIC X.
           88 Recon-Found               VALUE "Y".

       01  Current-SupplierID           PIC X(5).
       01  Current-Stmt-Date            PIC 9(8).
       01  Their-Balance                PIC S9(9)V99.
       01  Our-Balance                  PIC S9(9)V99.
       01  Missing-Total                PIC S9(9)V99.
       01  In-Transit-Total             PIC S9(9)V99.
       01  Amount-Diff-Total            PIC S9(9)V99.
       01  Ours-Only-Total              PIC S9(9)V99.
       01  Unexplained-Amount           PIC S9(9)V99.
       01  Lines-Matched                PIC 9(5).
       01  Lines-Missing                PIC 9(5).
       01  Suppliers-With-Missing       PIC 9(5) VALUE ZEROS.

       01  Heading-Line.
           02  FILLER                   PIC X(40)
               VALUE "SUPPLIER STATEMENT RECONCILIATION   ".
           02  FILLER                   PIC X(14)
               VALUE "BUSINESS DATE ".
           02  Prn-Business-Date        PIC 9(8).

       01  Supplier-Line.
           02  FILLER                   PIC X(9) VALUE "SUPPLIER ".
           02  Prn-SupplierID           PIC X(5).
           02  FILLER                   PIC X VALUE SPACE.
           02  Prn-Supplier-Name        PIC X(20).
           02  FILLER                   PIC X(16)
               VALUE "  STATEMENT OF ".
           02  Prn-Stmt-Date            PIC 9(8).

       01  Column-Heading-Line.
           02  FILLER                   PIC X(40)
               VALUE "  REFERENCE  DATE        THEIR AMOUNT   ".
           02  FILLER                   PIC X(40)
               VALUE "   OUR AMOUNT  NOTE".

       01  Detail-Line.
           02  FILLER                   PIC X(2) VALUE SPACES.
           02  Prn-Reference            PIC X(10).
           02  FILLER                   PIC X VALUE SPACE.
           02  Prn-Line-Date            PIC 9(8).
           02  FILLER                   PIC X VALUE SPACE.
           02  Prn-Their-Amount         PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                   PIC X VALUE SPACE.
           02  Prn-Our-Amount           PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                   PIC X(2) VALUE SPACES.
           02  Prn-Note                 PIC X(18).

       01  Summary-Line.
           02  FILLER                   PIC X(4) VALUE SPACES.
           02  Prn-Summary-Label        PIC X(32).
           02  Prn-Summary-Amount       PIC ZZZ,ZZZ,ZZ9.99-.

       01  Payment-Line.
           02  FILLER                   PIC X(4) VALUE SPACES.
           02  FILLER                   PIC X(32)
               VALUE "LAST PAYMENT RUN SENT".
           02  Prn-Payment-Amount       PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                   PIC X(13)
               VALUE "  VALUE DATE ".
           02  Prn-Payment-Date         PIC 9(8).

       01  Matched-Line.
           02  FILLER                   PIC X(4) VALUE SPACES.
           02  Prn-Lines-Matched        PIC ZZZZ9.
           02  FILLER                   PIC X(30)
               VALUE " STATEMENT LINES AGREE".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-STATEMENTS.
           PERFORM 1100-LOAD-AP-LEDGER.
           PERFORM 1200-LOAD-SUPPLIERS.
           PERFORM 1300-LOAD-LAST-PAYMENTS.
           OPEN OUTPUT SuppReconRep.
           MOVE Business-Date TO Prn-Business-Date.
           WRITE SuppRecon-Print-Line FROM Heading-Line.
           IF Load-Overflowed
               MOVE "APLEDGER.DAT OR SUPPSTMT.DAT EXCEEDED THE TABLE"
                   TO SuppRecon-Print-Line
               WRITE SuppRecon-Print-Line
               DISPLAY "WARNING: TABLE FULL - NO RECONCILIATION"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING RCS-Idx FROM 1 BY 1
                   UNTIL RCS-Idx > Recon-Supplier-Count
                   PERFORM 2000-RECONCILE-SUPPLIER
               END-PERFORM
               DISPLAY Recon-Supplier-Count " STATEMENTS RECONCILED"
               IF Suppliers-With-Missing > ZEROS
                   DISPLAY "WARNING: " Suppliers-With-Missing
                       " SUPPLIERS SHOW INVOICES NOT BOOKED BY US - "
                       "SEE SUPPREC.RPT"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE SuppReconRep.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-STATEMENTS.
           OPEN INPUT SuppStmtFile.
           IF WS-SuppStmt-File-Status = "00"
               READ SuppStmtFile
                   AT END SET EndOfSuppStmtFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSuppStmtFile
                   IF Stmt-Line-Count < 3000
                       ADD 1 TO Stmt-Line-Count
                       MOVE SST-SupplierID
                           TO STL-SupplierID(Stmt-Line-Count)
                       MOVE SST-Stmt-Date
                           TO STL-Stmt-Date(Stmt-Line-Count)
                       MOVE SST-Reference
                           TO STL-Reference(Stmt-Line-Count)
                       MOVE SST-Line-Date
                           TO STL-Line-Date(Stmt-Line-Count)
                       MOVE SST-Amount TO STL-Amount(Stmt-Line-Count)
                       PERFORM 1050-NOTE-RECON-SUPPLIER
                   ELSE
                       SET Load-Overflowed TO TRUE
                   END-IF
                   READ SuppStmtFile
                       AT END SET EndOfSuppStmtFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SuppStmtFile
           ELSE
               DISPLAY "WARNING: SUPPSTMT.DAT NOT AVAILABLE - NO "
                   "STATEMENTS TO RECONCILE"
           END-IF.

       1050-NOTE-RECON-SUPPLIER.
           MOVE "N" TO Recon-Found-Switch.
           PERFORM VARYING RCS-Idx FROM 1 BY 1
               UNTIL RCS-Idx > Recon-Supplier-Count
               IF Recon-SupplierID(RCS-Idx) = SST-SupplierID
                   SET Recon-Found TO TRUE
               END-IF
           END-PERFORM.
           IF NOT Recon-Found
               IF Recon-Supplier-Count < 500
                   ADD 1 TO Recon-Supplier-Count
                   MOVE SST-SupplierID
                       TO Recon-SupplierID(Recon-Supplier-Count)
               ELSE
                   SET Load-Overflowed TO TRUE
               END-IF
           END-IF.

       1100-LOAD-AP-LEDGER.
           OPEN INPUT ApLedgerFile.
           IF WS-ApLedger-File-Status = "00"
               READ ApLedgerFile
                   AT END SET EndOfApLedgerFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfApLedgerFile
                   IF Ap-Ledger-Count < 2000
                       ADD 1 TO Ap-Ledger-Count
                       MOVE AP-Reference
                           TO APL-Reference(Ap-Ledger-Count)
                       MOVE AP-SupplierID
                           TO APL-SupplierID(Ap-Ledger-Count)
                       MOVE AP-Invoice-Date
                           TO APL-Invoice-Date(Ap-Ledger-Count)
                       COMPUTE APL-Outstanding(Ap-Ledger-Count) =
                           AP-Amount - AP-Amount-Paid
                       MOVE AP-Status TO APL-Status(Ap-Ledger-Count)
                       MOVE "N" TO APL-Matched(Ap-Ledger-Count)
                   ELSE
                       SET Load-Overflowed TO TRUE
                   END-IF
                   READ ApLedgerFile
                       AT END SET EndOfApLedgerFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ApLedgerFile
           ELSE
               DISPLAY "WARNING: APLEDGER.DAT NOT AVAILABLE - EVERY "
                   "STATEMENT LINE WILL SHOW AS NOT BOOKED"
           END-IF.

       1200-LOAD-SUPPLIERS.
           OPEN INPUT SuppMasterFile.
           IF WS-SuppMaster-File-Status = "00"
               READ SuppMasterFile
                   AT END SET EndOfSuppMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSuppMasterFile
                   IF Supplier-Count < 500
                       ADD 1 TO Supplier-Count
                       MOVE SuppMast-SupplierID
                           TO SUP-SupplierID(Supplier-Count)
                       MOVE SuppMast-Name TO SUP-Name(Supplier-Count)
                   END-IF
                   READ SuppMasterFile
                       AT END SET EndOfSuppMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SuppMasterFile
           END-IF.

       1300-LOAD-LAST-PAYMENTS.
           OPEN INPUT BankApFile.
           IF WS-BankAp-File-Status = "00"
               READ BankApFile
                   AT END SET EndOfBankApFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfBankApFile
                   IF BankAp-Sort-Code NOT = "TRAILR"
                       AND Payment-Count < 500
                       ADD 1 TO Payment-Count
                       MOVE BankAp-SupplierID
                           TO PAY-SupplierID(Payment-Count)
                       MOVE BankAp-Amount TO PAY-Amount(Payment-Count)
                       MOVE BankAp-Value-Date
                           TO PAY-Value-Date(Payment-Count)
                   END-IF
                   READ BankApFile
                       AT END SET EndOfBankApFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BankApFile
           END-IF.

       2000-RECONCILE-SUPPLIER.
           MOVE Recon-SupplierID(RCS-Idx) TO Current-SupplierID.
           MOVE ZEROS TO Their-Balance, Our-Balance, Missing-Total,
               In-Transit-Total, Amount-Diff-Total, Ours-Only-Total,
               Lines-Matched, Lines-Missing, Current-Stmt-Date.
           MOVE SPACES TO SuppRecon-Print-Line.
           WRITE SuppRecon-Print-Line.
           MOVE Current-SupplierID TO Prn-SupplierID.
           MOVE "NOT ON SUPPMAST.DAT" TO Prn-Supplier-Name.
           PERFORM VARYING SUP-Idx FROM 1 BY 1
               UNTIL SUP-Idx > Supplier-Count
               IF SUP-SupplierID(SUP-Idx) = Current-SupplierID
                   MOVE SUP-Name(SUP-Idx) TO Prn-Supplier-Name
               END-IF
           END-PERFORM.
           PERFORM VARYING STL-Idx FROM 1 BY 1
               UNTIL STL-Idx > Stmt-Line-Count
               IF STL-SupplierID(STL-Idx) = Current-SupplierID
                   MOVE STL-Stmt-Date(STL-Idx) TO Current-Stmt-Date
               END-IF
           END-PERFORM.
           MOVE Current-Stmt-Date TO Prn-Stmt-Date.
           WRITE SuppRecon-Print-Line FROM Supplier-Line.
           WRITE SuppRecon-Print-Line FROM Column-Heading-Line.
           PERFORM VARYING STL-Idx FROM 1 BY 1
               UNTIL STL-Idx > Stmt-Line-Count
               IF STL-SupplierID(STL-Idx) = Current-SupplierID
                   PERFORM 2100-MATCH-STATEMENT-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING APL-Idx FROM 1 BY 1
               UNTIL APL-Idx > Ap-Ledger-Count
               IF APL-SupplierID(APL-Idx) = Current-SupplierID
                   AND APL-Is-Open(APL-Idx)
                   AND NOT APL-Is-Matched(APL-Idx)
                   AND APL-Invoice-Date(APL-Idx) <= Current-Stmt-Date
                   MOVE APL-Reference(APL-Idx) TO Prn-Reference
                   MOVE APL-Invoice-Date(APL-Idx) TO Prn-Line-Date
                   MOVE ZEROS TO Prn-Their-Amount
                   MOVE APL-Outstanding(APL-Idx) TO Prn-Our-Amount
                   MOVE "NOT ON THEIR STMT" TO Prn-Note
                   WRITE SuppRecon-Print-Line FROM Detail-Line
                   ADD APL-Outstanding(APL-Idx) TO Ours-Only-Total
                   ADD APL-Outstanding(APL-Idx) TO Our-Balance
               END-IF
           END-PERFORM.
           PERFORM 2500-PRINT-SUPPLIER-SUMMARY.

      * Reference first, then amount: a reference we hold open at a
      * different sum is a difference, one we have settled is a
      * payment they have yet to see.
       2100-MATCH-STATEMENT-LINE.
           ADD STL-Amount(STL-Idx) TO Their-Balance.
           MOVE ZEROS TO APL-Found-Idx.
           PERFORM VARYING APL-Idx FROM 1 BY 1
               UNTIL APL-Idx > Ap-Ledger-Count
               OR APL-Found-Idx > ZEROS
               IF APL-SupplierID(APL-Idx) = Current-SupplierID
                   AND APL-Reference(APL-Idx) = STL-Reference(STL-Idx)
                   AND NOT APL-Is-Matched(APL-Idx)
                   MOVE APL-Idx TO APL-Found-Idx
               END-IF
           END-PERFORM.
           MOVE STL-Reference(STL-Idx) TO Prn-Reference.
           MOVE STL-Line-Date(STL-Idx) TO Prn-Line-Date.
           MOVE STL-Amount(STL-Idx) TO Prn-Their-Amount.
           MOVE ZEROS TO Prn-Our-Amount.
           IF APL-Found-Idx = ZEROS
               MOVE "NOT BOOKED BY US" TO Prn-Note
               PERFORM VARYING APL-Idx FROM 1 BY 1
                   UNTIL APL-Idx > Ap-Ledger-Count
                   IF APL-SupplierID(APL-Idx) = Current-SupplierID
                       AND APL-Reference(APL-Idx) =
                           STL-Reference(STL-Idx)
                       MOVE "DUPLICATE ON STMT" TO Prn-Note
                   END-IF
               END-PERFORM
               ADD STL-Amount(STL-Idx) TO Missing-Total
               ADD 1 TO Lines-Missing
               WRITE SuppRecon-Print-Line FROM Detail-Line
           ELSE
               MOVE "Y" TO APL-Matched(APL-Found-Idx)
               EVALUATE TRUE
                   WHEN APL-Is-Settled(APL-Found-Idx)
                       MOVE "PAID - IN TRANSIT" TO Prn-Note
                       ADD STL-Amount(STL-Idx) TO In-Transit-Total
                       WRITE SuppRecon-Print-Line FROM Detail-Line
                   WHEN APL-Outstanding(APL-Found-Idx) =
                       STL-Amount(STL-Idx)
                       ADD 1 TO Lines-Matched
                       ADD APL-Outstanding(APL-Found-Idx)
                           TO Our-Balance
                   WHEN OTHER
                       MOVE APL-Outstanding(APL-Found-Idx)
                           TO Prn-Our-Amount
                       MOVE "AMOUNT DIFFERS" TO Prn-Note
                       COMPUTE Amount-Diff-Total = Amount-Diff-Total
                           + STL-Amount(STL-Idx)
                           - APL-Outstanding(APL-Found-Idx)
                       ADD APL-Outstanding(APL-Found-Idx)
                           TO Our-Balance
                       WRITE SuppRecon-Print-Line FROM Detail-Line
               END-EVALUATE
           END-IF.

       2500-PRINT-SUPPLIER-SUMMARY.
           MOVE Lines-Matched TO Prn-Lines-Matched.
           WRITE SuppRecon-Print-Line FROM Matched-Line.
           MOVE "THEIR STATEMENT BALANCE" TO Prn-Summary-Label.
           MOVE Their-Balance TO Prn-Summary-Amount.
           WRITE SuppRecon-Print-Line FROM Summary-Line.
           MOVE "OUR LEDGER BALANCE" TO Prn-Summary-Label.
           MOVE Our-Balance TO Prn-Summary-Amount.
           WRITE SuppRecon-Print-Line FROM Summary-Line.
           MOVE "DIFFERENCE" TO Prn-Summary-Label.
           COMPUTE Prn-Summary-Amount = Their-Balance - Our-Balance.
           WRITE SuppRecon-Print-Line FROM Summary-Line.
           MOVE "  NOT BOOKED BY US" TO Prn-Summary-Label.
           MOVE Missing-Total TO Prn-Summary-Amount.
           WRITE SuppRecon-Print-Line FROM Summary-Line.
           MOVE "  PAID BY US - IN TRANSIT" TO Prn-Summary-Label.
           MOVE In-Transit-Total TO Prn-Summary-Amount.
           WRITE SuppRecon-Print-Line FROM Summary-Line.
           MOVE "  AMOUNT DIFFERENCES" TO Prn-Summary-Label.
           MOVE Amount-Diff-Total TO Prn-Summary-Amount.
           WRITE SuppRecon-Print-Line FROM Summary-Line.
           MOVE "  LESS NOT ON THEIR STATEMENT" TO Prn-Summary-Label.
           COMPUTE Prn-Summary-Amount = ZERO - Ours-Only-Total.
           WRITE SuppRecon-Print-Line FROM Summary-Line.
           COMPUTE Unexplained-Amount = Their-Balance - Our-Balance
               - Missing-Total - In-Transit-Total - Amount-Diff-Total
               + Ours-Only-Total.
           MOVE "  UNEXPLAINED" TO Prn-Summary-Label.
           MOVE Unexplained-Amount TO Prn-Summary-Amount.
           WRITE SuppRecon-Print-Line FROM Summary-Line.
           PERFORM VARYING PAY-Idx FROM 1 BY 1
               UNTIL PAY-Idx > Payment-Count
               IF PAY-SupplierID(PAY-Idx) = Current-SupplierID
                   MOVE PAY-Amount(PAY-Idx) TO Prn-Payment-Amount
                   MOVE PAY-Value-Date(PAY-Idx) TO Prn-Payment-Date
                   WRITE SuppRecon-Print-Line FROM Payment-Line
               END-IF
           END-PERFORM.
           IF Lines-Missing > ZEROS
               ADD 1 TO Suppliers-With-Missing
           END-IF.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="SUPPRECON"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM SuppRecon.
