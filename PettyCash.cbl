      *          tin actually went - so TILLVAR.RPT stops carrying
      *          unexplained shorts that were really stamps.
      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - Vouchers are numbered, and carry the VAT rate and the VAT
      *     inside the amount paid, so VatReturn can claim the input
      *     tax and trace it to the voucher, and GlExtract can post
      *     the VAT apart from the expense.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PettyCash.
           02  Petty-Description       PIC X(20).
           02  FILLER                  PIC X.
           02  Petty-Operator-ID       PIC X(5).
      * Voucher number, VAT rate and the VAT included in the amount;
      * zeros on a replenishment, spaces on older vouchers.
           02  FILLER                  PIC X.
           02  Petty-Voucher-Number    PIC 9(6).
           02  FILLER                  PIC X.
           02  Petty-Vat-Rate          PIC V999.
           02  FILLER                  PIC X.
           02  Petty-Vat-Amount        PIC 9(7)V99.

       FD PettyCatRep.
       01 PettyCat-Print-Line         PIC X(64).
       01  Entry-Amount-N REDEFINES Entry-Amount-X
                                       PIC 9(7)V99.
       01  Entry-Amount                PIC 9(7)V99.
       01  Entry-Vat-Rate-X            PIC X(3).
       01  Entry-Vat-Rate-N REDEFINES Entry-Vat-Rate-X
                                       PIC V999.
       01  Entry-Vat-Amount-X          PIC X(9).
       01  Entry-Vat-Amount-N REDEFINES Entry-Vat-Amount-X
                                       PIC 9(7)V99.
       01  Entry-Vat-Rate              PIC V999.
       01  Entry-Vat-Amount            PIC 9(7)V99.
       01  Last-Voucher-Number         PIC 9(6) VALUE ZEROS.
       01  Voucher-Number-Work         PIC 9(6).
       01  Field-Valid-Switch          PIC X VALUE "N".
           88 Field-Is-Valid           VALUE "Y".
       01  Vouchers-Written            PIC 9(5) VALUE ZEROS.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
           PERFORM Get-Business-Date.
           PERFORM 1000-FIND-LAST-VOUCHER.
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL Txn-Quit.
           DISPLAY "VOUCHERS WRITTEN: " Vouchers-Written.
           PERFORM Log-Run-Complete.
           STOP RUN.

      * Numbering carries on from the highest voucher on file.
       1000-FIND-LAST-VOUCHER.
           OPEN INPUT PettyCashFile.
           IF WS-PettyCash-File-Status = "00"
               READ PettyCashFile
                   AT END SET EndOfPettyCashFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfPettyCashFile
                   IF Petty-Voucher-Number IS NUMERIC
                       AND Petty-Voucher-Number > Last-Voucher-Number
                       MOVE Petty-Voucher-Number
                           TO Last-Voucher-Number
                   END-IF
                   READ PettyCashFile
                       AT END SET EndOfPettyCashFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PettyCashFile
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           DISPLAY "PETTY CASH - (V)OUCHER (R)EPLENISH "
               "(C)ATEGORY REPORT (Q)UIT".
               END-IF
           END-PERFORM.

      * The VAT on the receipt when it shows one, otherwise the
      * rate's share of the amount paid; a blank rate is a purchase
      * with no VAT on it.
       2060-GET-VAT.
           MOVE "N" TO Field-Valid-Switch.
           PERFORM UNTIL Field-Is-Valid
               MOVE ZEROS TO Entry-Vat-Rate, Entry-Vat-Amount
               DISPLAY "VAT RATE (NNN THOUSANDTHS, E.G. 200 FOR 20%, "
                   "BLANK FOR NO VAT)"
               ACCEPT Entry-Vat-Rate-X
               EVALUATE TRUE
                   WHEN Entry-Vat-Rate-X = SPACES
                       SET Field-Is-Valid TO TRUE
                   WHEN Entry-Vat-Rate-X IS NOT NUMERIC
                       DISPLAY "VAT RATE MUST BE NUMERIC"
                   WHEN OTHER
                       MOVE Entry-Vat-Rate-N TO Entry-Vat-Rate
                       DISPLAY "VAT ON THE RECEIPT (NNNNNNNNN, CENTS "
                           "IMPLIED, BLANK TO CALCULATE)"
                       ACCEPT Entry-Vat-Amount-X
                       IF Entry-Vat-Amount-X = SPACES
                           COMPUTE Entry-Vat-Amount ROUNDED =
                               Entry-Amount * Entry-Vat-Rate
                               / (1 + Entry-Vat-Rate)
                           SET Field-Is-Valid TO TRUE
                       ELSE
                           IF Entry-Vat-Amount-X IS NUMERIC
                               AND Entry-Vat-Amount-N
                                   NOT > Entry-Amount
                               MOVE Entry-Vat-Amount-N
                                   TO Entry-Vat-Amount
                               SET Field-Is-Valid TO TRUE
                           ELSE
                               DISPLAY "VAT MUST BE NUMERIC AND NOT "
                                   "MORE THAN THE AMOUNT"
                           END-IF
                       END-IF
               END-EVALUATE
           END-PERFORM.

       2100-KEY-VOUCHER.
           DISPLAY "EXPENSE CATEGORY".
           ACCEPT Entry-Category.
           DISPLAY "DESCRIPTION".
           ACCEPT Entry-Description.
           PERFORM 2050-GET-AMOUNT.
           PERFORM 2060-GET-VAT.
           MOVE "V" TO Petty-Type-Work.
           ADD 1 TO Last-Voucher-Number.
           MOVE Last-Voucher-Number TO Voucher-Number-Work.
           PERFORM 2500-WRITE-PETTY-RECORD.
           ADD 1 TO Vouchers-Written.
           DISPLAY "VOUCHER " Voucher-Number-Work " RECORDED".

       2200-KEY-REPLENISHMENT.
           MOVE SPACES TO Entry-Category.
           MOVE "FLOAT TOP-UP" TO Entry-Description.
           PERFORM 2050-GET-AMOUNT.
           MOVE ZEROS TO Entry-Vat-Rate, Entry-Vat-Amount.
           MOVE ZEROS TO Voucher-Number-Work.
           MOVE "R" TO Petty-Type-Work.
           PERFORM 2500-WRITE-PETTY-RECORD.
           DISPLAY "REPLENISHMENT RECORDED".
           MOVE Entry-Amount TO Petty-Amount.
           MOVE Entry-Description TO Petty-Description.
           MOVE Operator-ID TO Petty-Operator-ID.
           MOVE Voucher-Number-Work TO Petty-Voucher-Number.
           MOVE Entry-Vat-Rate TO Petty-Vat-Rate.
           MOVE Entry-Vat-Amount TO Petty-Vat-Amount.
           WRITE PettyCash-Rec.
           CLOSE PettyCashFile.

