      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end late-payment interest run over the open
      *          ARLEDGER.DAT items. An invoice still owing once it
      *          is past the terms on INTPARM.DAT (whole calendar
      *          months, the same arithmetic as the ageing report)
      *          is charged the monthly rate on INTPARM.DAT on its
      *          outstanding balance. Each customer's charges for the
      *          run are raised as one interest invoice - numbered
      *          from INVCTL.DAT like any other document and marked
      *          as an interest item on the ledger so it is never
      *          itself charged interest - unless CUSTMAST.DAT
      *          carries the customer's waiver flag or the charge is
      *          under the minimum worth raising. The run appends a
      *          balanced ARINTRST batch to GLJRNL.DAT, mapped
      *          through GLMAP.DAT to receivables and interest
      *          income, and prints INTCHG.RPT as the control report.
      *          A customer who already has an interest invoice dated
      *          in the business month is not charged again, so a
      *          rerun raises nothing twice.
      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - The AR ledger is indexed on invoice number: open items are
      *     read in key order and each interest invoice is added by
      *     key, with a warning if the number is already on file.
      *   - An interest item ARLEDGER.DAT refuses is no longer counted
      *     on INTCHG.RPT or posted in the ARINTRST batch.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArInterest.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AR-Invoice-Number
                 ALTERNATE RECORD KEY IS AR-CustomerID
                     WITH DUPLICATES
                 FILE STATUS IS WS-ArLedger-File-Status.

       SELECT CustMasterFile ASSIGN TO "CUSTMAST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS CustMast-CustomerID
                 FILE STATUS IS WS-CustMaster-File-Status.

      * One control record owned by credit control: the monthly
      * rate, the terms in months and the smallest charge worth an
      * invoice - a rate change is a data change, not a recompile.
       SELECT IntParmFile ASSIGN TO "INTPARM.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-IntParm-File-Status.

       SELECT InvoiceCtlFile ASSIGN TO "INVCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-InvoiceCtl-File-Status.

       SELECT GlMapFile ASSIGN TO "GLMAP.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlMap-File-Status.

       SELECT GlJournalFile ASSIGN TO "GLJRNL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GlJournal-File-Status.

       SELECT IntChgRep ASSIGN TO "INTCHG.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "RUNLOGFC.CPY".
       COPY "UPDJRNLFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD ArLedgerFile.
       01 ArLedger-Rec.
           88 EndOfArLedgerFile   VALUE HIGH-VALUES.
           02  AR-Invoice-Number      PIC 9(6).
           02  FILLER                 PIC X.
           02  AR-CustomerID          PIC X(5).
           02  FILLER                 PIC X.
           02  AR-Invoice-Date        PIC 9(8).
           02  FILLER                 PIC X.
           02  AR-Invoice-Amount      PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  AR-Amount-Paid         PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  AR-Status              PIC X.
               88 AR-Is-Open          VALUE "O".
           02  FILLER                 PIC X.
           02  AR-Settled-Date        PIC 9(8).
      * What raised the item: spaces for an ordinary invoice, credit
      * note or rebate, "I" a late-payment interest charge.
           02  FILLER                 PIC X.
           02  AR-Item-Type           PIC X.
               88 AR-Is-Interest      VALUE "I".

       FD CustMasterFile.
       01 CustMast-Rec.
           88 EndOfCustMasterFile   VALUE HIGH-VALUES.
           02  CustMast-CustomerID      PIC X(5).
           02  FILLER                   PIC X.
           02  CustMast-Region          PIC X(10).
           02  FILLER                   PIC X.
           02  CustMast-RepCode         PIC X(3).
           02  FILLER                   PIC X.
           02  CustMast-CommRate        PIC V999.
           02  FILLER                   PIC X.
           02  CustMast-Address         PIC X(30).
           02  FILLER                   PIC X.
           02  CustMast-Currency        PIC X(3).
           02  FILLER                   PIC X.
           02  CustMast-EDI-Flag        PIC X.
           02  FILLER                   PIC X.
           02  CustMast-Credit-Limit    PIC 9(7).
           02  FILLER                   PIC X.
           02  CustMast-Hold-Flag       PIC X.
           02  FILLER                   PIC X.
           02  CustMast-Branch          PIC X(3).
           02  FILLER                   PIC X.
           02  CustMast-Int-Waiver      PIC X.
           02  FILLER                   PIC X(4).

       FD IntParmFile.
       01 IntParm-Rec.
      * Percent per month on the outstanding balance, e.g. 0150 for
      * 1.5 percent.
           02  IntParm-Rate-Pct       PIC 99V99.
           02  FILLER                 PIC X.
      * Whole calendar months after the invoice month before the
      * item is overdue; zero or blank means one.
           02  IntParm-Terms-Months   PIC 9.
           02  FILLER                 PIC X.
           02  IntParm-Min-Charge     PIC 9(5)V99.

       FD InvoiceCtlFile.
       01 InvoiceCtl-Rec.
           02  InvoiceCtl-Last-Number PIC 9(6).

       FD GlMapFile.
       01 GlMap-Rec.
           88 EndOfGlMapFile       VALUE HIGH-VALUES.
           02  GlMap-Source            PIC X(8).
           02  FILLER                  PIC X.
           02  GlMap-Debit-Account     PIC X(6).
           02  FILLER                  PIC X.
           02  GlMap-Credit-Account    PIC X(6).

       FD GlJournalFile.
       01 GlJournal-Rec.
           02  GlJrnl-Date             PIC 9(8).
           02  FILLER                  PIC X.
           02  GlJrnl-Account          PIC X(6).
           02  FILLER                  PIC X.
           02  GlJrnl-DC-Flag          PIC X.
           02  FILLER                  PIC X.
           02  GlJrnl-Amount           PIC S9(9)V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                  PIC X.
           02  GlJrnl-Source           PIC X(8).
           02  GlJrnl-Trail-Count REDEFINES GlJrnl-Source
                                       PIC 9(8).

       FD IntChgRep.
       01 IntChg-Print-Line           PIC X(80).

       COPY "RUNLOGFD.CPY".
       COPY "UPDJRNLFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-ArLedger-File-Status      PIC XX.
       01  WS-CustMaster-File-Status    PIC XX.
       01  WS-IntParm-File-Status       PIC XX.
       01  WS-InvoiceCtl-File-Status    PIC XX.
       01  WS-GlMap-File-Status         PIC XX.
       01  WS-GlJournal-File-Status     PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "UPDJRNLWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Business-Date-Parts REDEFINES Business-Date.
           02  Business-Year            PIC 9(4).
           02  Business-Month           PIC 99.
           02  Business-Day             PIC 99.

       01  Interest-Rate-Pct            PIC 99V99 VALUE ZEROS.
       01  Terms-Months                 PIC 9 VALUE 1.
       01  Minimum-Charge               PIC 9(5)V99 VALUE ZEROS.

       01  Cust-Waiver-Table.
           02  Cust-Waiver-Entry OCCURS 5000 TIMES.
               03  CWV-CustomerID       PIC X(5).
               03  CWV-Waiver           PIC X.

       01  Cust-Waiver-Count            PIC 9(4) VALUE ZEROS.
       01  CWV-Idx                      PIC 9(4).

      * The open items, each with the interest it attracts this run.
       01  Ar-Ledger-Table.
           02  Ar-Ledger-Entry OCCURS 5000 TIMES.
               03  ARL-Invoice-Number   PIC 9(6).
               03  ARL-CustomerID       PIC X(5).
               03  ARL-Invoice-Date     PIC 9(8).
               03  ARL-Outstanding      PIC S9(7)V99.
               03  ARL-Age-Months       PIC S9(5).
               03  ARL-Interest         PIC S9(7)V99.

       01  Ar-Ledger-Count              PIC 9(4) VALUE ZEROS.
       01  ARL-Idx                      PIC 9(4).
       01  Load-Overflow-Switch         PIC X VALUE "N".
           88 Load-Overflowed           VALUE "Y".

      * One row per customer with an overdue item: the run's charge
      * and whether an interest invoice already exists this month.
       01  Int-Cust-Table.
           02  Int-Cust-Entry OCCURS 5000 TIMES.
               03  ICT-CustomerID       PIC X(5).
               03  ICT-Total-Charge     PIC S9(7)V99.
               03  ICT-Outcome          PIC X.
                   88 ICT-Is-Charged    VALUE "C".
                   88 ICT-Is-Waived     VALUE "W".
                   88 ICT-Is-Already    VALUE "A".
                   88 ICT-Is-Below-Min  VALUE "M".
               03  ICT-Invoice-Number   PIC 9(6).

       01  Int-Cust-Count               PIC 9(4) VALUE ZEROS.
       01  ICT-Idx                      PIC 9(4).
       01  ICT-Found-Idx                PIC 9(4).

      * Customers who already have an interest item dated in the
      * business month - the rerun guard.
       01  Charged-Cust-Table.
           02  Charged-Cust-ID          PIC X(5) OCCURS 5000 TIMES.
       01  Charged-Cust-Count           PIC 9(4) VALUE ZEROS.
       01  CCT-Idx                      PIC 9(4).

       01  Age-Months                   PIC S9(5).
       01  Work-Invoice-Date.
           02  Work-Inv-Year            PIC 9(4).
           02  Work-Inv-Month           PIC 99.
           02  Work-Inv-Day             PIC 99.
       01  Item-Outstanding             PIC S9(7)V99.

       01  Invoice-Number               PIC 9(6) VALUE ZEROS.
       01  Interest-Invoices-Raised     PIC 9(5) VALUE ZEROS.
       01  Total-Interest-Raised        PIC S9(9)V99 VALUE ZEROS.
       01  Total-Interest-Waived        PIC S9(9)V99 VALUE ZEROS.

       01  GLM-Idx                     PIC 99.
       01  Gl-Map-Count                PIC 99 VALUE ZEROS.
       01  Gl-Map-Table.
           02  Gl-Map-Entry OCCURS 50 TIMES.
               03  GLM-Source          PIC X(8).
               03  GLM-Debit-Account   PIC X(6).
               03  GLM-Credit-Account  PIC X(6).
       01  GLM-Found-Switch            PIC X.
           88 GLM-Is-Found             VALUE "Y".
       01  Posting-Amount              PIC S9(9)V99.
       01  Posting-Account             PIC X(6).
       01  Journal-Line-Count          PIC 9(8) VALUE ZEROS.
       01  Journal-Amount-Hash         PIC S9(9)V99 VALUE ZEROS.

       01  IntChg-Heading-Line         PIC X(50) VALUE
           "     LATE-PAYMENT INTEREST CONTROL REPORT".

       01  IntChg-Parm-Line.
           02  FILLER                  PIC X(17) VALUE
               " BUSINESS DATE : ".
           02  Prn-Business-Date       PIC 9(8).
           02  FILLER                  PIC X(10) VALUE
               "  RATE : ".
           02  Prn-Rate                PIC Z9.99.
           02  FILLER                  PIC X(15) VALUE
               " PCT  TERMS : ".
           02  Prn-Terms               PIC 9.

       01  IntChg-Topic-Line           PIC X(80) VALUE
           " CUSTOMER  INVOICE  DATED     MONTHS   OUTSTANDING      INT
      -    "EREST".

       01  IntChg-Detail-Line.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Prn-CustomerID          PIC X(5).
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  Prn-Invoice-Number      PIC 9(6).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Invoice-Date        PIC 9(8).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Age-Months          PIC ZZZ9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Prn-Outstanding         PIC ZZZ,ZZ9.99-.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Interest            PIC ZZZ,ZZ9.99-.

       01  IntChg-Cust-Line.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Cust-Note           PIC X(30).
           02  Prn-Cust-Invoice        PIC ZZZZZ9.
           02  FILLER                  PIC X(6)  VALUE SPACES.
           02  Prn-Cust-Charge         PIC ZZZ,ZZ9.99-.

       01  IntChg-Totals-Line.
           02  FILLER                  PIC X(20) VALUE
               " INVOICES RAISED : ".
           02  Prn-Invoices-Raised     PIC ZZZZ9.
           02  FILLER                  PIC X(12) VALUE
               "  CHARGED : ".
           02  Prn-Total-Raised        PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                  PIC X(11) VALUE
               "  WAIVED : ".
           02  Prn-Total-Waived        PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-PARAMETERS.
           IF Interest-Rate-Pct = ZERO
               DISPLAY "INTPARM.DAT NOT AVAILABLE OR RATE ZERO - "
                   "NO INTEREST CHARGED"
           ELSE
               PERFORM 1100-LOAD-CUSTOMER-WAIVERS
               PERFORM 1200-LOAD-OPEN-ITEMS
               IF Load-Overflowed
      * Charging a part-loaded ledger would miss customers and the
      * rerun guard could not see their existing charges.
                   DISPLAY "ARLEDGER.DAT EXCEEDS THE TABLE - RUN "
                       "REFUSED, NO INTEREST CHARGED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 1300-LOAD-GL-MAP
                   PERFORM 2000-CALCULATE-INTEREST
                   PERFORM 3000-RAISE-INTEREST-INVOICES
                   PERFORM 4000-PRINT-CONTROL-REPORT
                   IF Total-Interest-Raised > ZERO
                       PERFORM 5000-POST-GL-INTEREST
                   END-IF
               END-IF
           END-IF.
           DISPLAY "INTEREST INVOICES RAISED: "
               Interest-Invoices-Raised.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-PARAMETERS.
           OPEN INPUT IntParmFile.
           IF WS-IntParm-File-Status = "00"
               READ IntParmFile
                   NOT AT END
                       IF IntParm-Rate-Pct IS NUMERIC
                           MOVE IntParm-Rate-Pct TO Interest-Rate-Pct
                       END-IF
                       IF IntParm-Terms-Months IS NUMERIC
                           AND IntParm-Terms-Months > ZERO
                           MOVE IntParm-Terms-Months TO Terms-Months
                       END-IF
                       IF IntParm-Min-Charge IS NUMERIC
                           MOVE IntParm-Min-Charge TO Minimum-Charge
                       END-IF
               END-READ
               CLOSE IntParmFile
           END-IF.

       1100-LOAD-CUSTOMER-WAIVERS.
           OPEN INPUT CustMasterFile.
           IF WS-CustMaster-File-Status = "00"
               READ CustMasterFile
                   AT END SET EndOfCustMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCustMasterFile
                   IF Cust-Waiver-Count < 5000
                       ADD 1 TO Cust-Waiver-Count
                       MOVE CustMast-CustomerID
                           TO CWV-CustomerID(Cust-Waiver-Count)
                       MOVE CustMast-Int-Waiver
                           TO CWV-Waiver(Cust-Waiver-Count)
                   ELSE
                       DISPLAY "WARNING: CUSTMAST.DAT TABLE FULL, "
                           "CUSTOMER " CustMast-CustomerID
                           " WAIVER NOT SEEN"
                   END-IF
                   READ CustMasterFile
                       AT END SET EndOfCustMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CustMasterFile
           ELSE
               DISPLAY "WARNING: CUSTMAST.DAT NOT AVAILABLE - NO "
                   "WAIVERS CAN BE HONOURED"
           END-IF.

      * Open ordinary items go into the table; an interest item
      * dated in the business month marks its customer as already
      * charged. Earlier interest items are never charged interest.
       1200-LOAD-OPEN-ITEMS.
           OPEN INPUT ArLedgerFile.
           IF WS-ArLedger-File-Status = "00"
               READ ArLedgerFile NEXT RECORD
                   AT END SET EndOfArLedgerFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfArLedgerFile
                   MOVE AR-Invoice-Date TO Work-Invoice-Date
                   IF AR-Is-Interest
                       IF Work-Inv-Year = Business-Year
                           AND Work-Inv-Month = Business-Month
                           AND Charged-Cust-Count < 5000
                           ADD 1 TO Charged-Cust-Count
                           MOVE AR-CustomerID
                               TO Charged-Cust-ID(Charged-Cust-Count)
                       END-IF
                   ELSE
                       IF AR-Is-Open
                           PERFORM 1250-TAKE-OPEN-ITEM
                       END-IF
                   END-IF
                   READ ArLedgerFile NEXT RECORD
                       AT END SET EndOfArLedgerFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ArLedgerFile
           ELSE
               DISPLAY "WARNING: ARLEDGER.DAT NOT AVAILABLE - "
                   "NOTHING TO CHARGE"
           END-IF.

       1250-TAKE-OPEN-ITEM.
           IF Ar-Ledger-Count < 5000
               ADD 1 TO Ar-Ledger-Count
               MOVE AR-Invoice-Number
                   TO ARL-Invoice-Number(Ar-Ledger-Count)
               MOVE AR-CustomerID TO ARL-CustomerID(Ar-Ledger-Count)
               MOVE AR-Invoice-Date
                   TO ARL-Invoice-Date(Ar-Ledger-Count)
               COMPUTE ARL-Outstanding(Ar-Ledger-Count) =
                   AR-Invoice-Amount - AR-Amount-Paid
               COMPUTE ARL-Age-Months(Ar-Ledger-Count) =
                   (Business-Year - Work-Inv-Year) * 12
                   + Business-Month - Work-Inv-Month
               MOVE ZEROS TO ARL-Interest(Ar-Ledger-Count)
           ELSE
               SET Load-Overflowed TO TRUE
               DISPLAY "WARNING: ARLEDGER.DAT TABLE FULL, "
                   "INVOICE " AR-Invoice-Number " SKIPPED"
           END-IF.

       1300-LOAD-GL-MAP.
           OPEN INPUT GlMapFile.
           IF WS-GlMap-File-Status = "00"
               READ GlMapFile
                   AT END SET EndOfGlMapFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfGlMapFile
                   IF Gl-Map-Count < 50
                       ADD 1 TO Gl-Map-Count
                       MOVE GlMap-Source
                           TO GLM-Source(Gl-Map-Count)
                       MOVE GlMap-Debit-Account
                           TO GLM-Debit-Account(Gl-Map-Count)
                       MOVE GlMap-Credit-Account
                           TO GLM-Credit-Account(Gl-Map-Count)
                   END-IF
                   READ GlMapFile
                       AT END SET EndOfGlMapFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GlMapFile
           END-IF.

      * Only a positive balance past terms is charged; a credit note
      * or an overpaid item attracts nothing.
       2000-CALCULATE-INTEREST.
           PERFORM VARYING ARL-Idx FROM 1 BY 1
               UNTIL ARL-Idx > Ar-Ledger-Count
               IF ARL-Outstanding(ARL-Idx) > ZERO
                   AND ARL-Age-Months(ARL-Idx) >= Terms-Months
                   COMPUTE ARL-Interest(ARL-Idx) ROUNDED =
                       ARL-Outstanding(ARL-Idx)
                       * Interest-Rate-Pct / 100
                   IF ARL-Interest(ARL-Idx) > ZERO
                       PERFORM 2100-ADD-TO-CUSTOMER
                   END-IF
               END-IF
           END-PERFORM.

       2100-ADD-TO-CUSTOMER.
           MOVE ZEROS TO ICT-Found-Idx.
           PERFORM VARYING ICT-Idx FROM 1 BY 1
               UNTIL ICT-Idx > Int-Cust-Count OR ICT-Found-Idx > ZERO
               IF ICT-CustomerID(ICT-Idx) = ARL-CustomerID(ARL-Idx)
                   MOVE ICT-Idx TO ICT-Found-Idx
               END-IF
           END-PERFORM.
           IF ICT-Found-Idx = ZERO AND Int-Cust-Count < 5000
               ADD 1 TO Int-Cust-Count
               MOVE Int-Cust-Count TO ICT-Found-Idx
               MOVE ARL-CustomerID(ARL-Idx)
                   TO ICT-CustomerID(ICT-Found-Idx)
               MOVE ZEROS TO ICT-Total-Charge(ICT-Found-Idx)
               MOVE ZEROS TO ICT-Invoice-Number(ICT-Found-Idx)
               MOVE "C" TO ICT-Outcome(ICT-Found-Idx)
           END-IF.
           IF ICT-Found-Idx > ZERO
               ADD ARL-Interest(ARL-Idx)
                   TO ICT-Total-Charge(ICT-Found-Idx)
           END-IF.

      * Waived first, then the rerun guard, then the minimum; what is
      * left gets its interest invoice.
       3000-RAISE-INTEREST-INVOICES.
           PERFORM 3100-LOAD-INVOICE-NUMBER.
           OPEN I-O ArLedgerFile.
           IF WS-ArLedger-File-Status = "35"
               OPEN OUTPUT ArLedgerFile
               CLOSE ArLedgerFile
               OPEN I-O ArLedgerFile
           END-IF.
           PERFORM VARYING ICT-Idx FROM 1 BY 1
               UNTIL ICT-Idx > Int-Cust-Count
               PERFORM 3200-SETTLE-CUSTOMER-OUTCOME
               IF ICT-Is-Charged(ICT-Idx)
                   PERFORM 3300-WRITE-INTEREST-ITEM
               END-IF
           END-PERFORM.
           CLOSE ArLedgerFile.
           PERFORM 3400-REWRITE-INVOICE-NUMBER.

       3100-LOAD-INVOICE-NUMBER.
           OPEN INPUT InvoiceCtlFile.
           IF WS-InvoiceCtl-File-Status = "00"
               READ InvoiceCtlFile
                   NOT AT END
                       MOVE InvoiceCtl-Last-Number TO Invoice-Number
               END-READ
               CLOSE InvoiceCtlFile
           END-IF.

       3200-SETTLE-CUSTOMER-OUTCOME.
           PERFORM VARYING CWV-Idx FROM 1 BY 1
               UNTIL CWV-Idx > Cust-Waiver-Count
               IF CWV-CustomerID(CWV-Idx) = ICT-CustomerID(ICT-Idx)
                   AND CWV-Waiver(CWV-Idx) = "Y"
                   MOVE "W" TO ICT-Outcome(ICT-Idx)
               END-IF
           END-PERFORM.
           IF ICT-Is-Charged(ICT-Idx)
               PERFORM VARYING CCT-Idx FROM 1 BY 1
                   UNTIL CCT-Idx > Charged-Cust-Count
                   IF Charged-Cust-ID(CCT-Idx)
                       = ICT-CustomerID(ICT-Idx)
                       MOVE "A" TO ICT-Outcome(ICT-Idx)
                   END-IF
               END-PERFORM
           END-IF.
           IF ICT-Is-Charged(ICT-Idx)
               AND ICT-Total-Charge(ICT-Idx) < Minimum-Charge
               MOVE "M" TO ICT-Outcome(ICT-Idx)
           END-IF.
           IF ICT-Is-Waived(ICT-Idx)
               ADD ICT-Total-Charge(ICT-Idx) TO Total-Interest-Waived
           END-IF.

       3300-WRITE-INTEREST-ITEM.
           ADD 1 TO Invoice-Number.
           MOVE SPACES TO ArLedger-Rec.
           MOVE Invoice-Number TO AR-Invoice-Number.
           MOVE ICT-CustomerID(ICT-Idx) TO AR-CustomerID.
           MOVE Business-Date TO AR-Invoice-Date.
           MOVE ICT-Total-Charge(ICT-Idx) TO AR-Invoice-Amount.
           MOVE ZEROS TO AR-Amount-Paid.
           MOVE "O" TO AR-Status.
           MOVE ZEROS TO AR-Settled-Date.
           MOVE "I" TO AR-Item-Type.
      * The new item's image goes to the update journal so Recover
      * can roll a restored ledger forward past the run.
           WRITE ArLedger-Rec
               INVALID KEY
                   DISPLAY "WARNING: INTEREST INVOICE "
                       AR-Invoice-Number " NOT ADDED, STATUS "
                       WS-ArLedger-File-Status
               NOT INVALID KEY
                   ADD 1 TO Interest-Invoices-Raised
                   MOVE Invoice-Number TO ICT-Invoice-Number(ICT-Idx)
                   ADD ICT-Total-Charge(ICT-Idx)
                       TO Total-Interest-Raised
                   MOVE "ARLEDGER.DAT" TO Journal-File-Name
                   MOVE "A" TO Journal-Action
                   MOVE AR-Invoice-Number TO Journal-Record-Key
                   MOVE SPACES TO Journal-Before-Image
                   MOVE ArLedger-Rec TO Journal-After-Image
                   PERFORM Log-Update-Journal
           END-WRITE.

       3400-REWRITE-INVOICE-NUMBER.
           OPEN OUTPUT InvoiceCtlFile.
           MOVE Invoice-Number TO InvoiceCtl-Last-Number.
           WRITE InvoiceCtl-Rec.
           CLOSE InvoiceCtlFile.

      * Each customer's overdue items with the interest each
      * attracted, then what became of the customer's total.
       4000-PRINT-CONTROL-REPORT.
           OPEN OUTPUT IntChgRep.
           WRITE IntChg-Print-Line FROM IntChg-Heading-Line
           AFTER ADVANCING 1 LINE.
           MOVE Business-Date TO Prn-Business-Date.
           MOVE Interest-Rate-Pct TO Prn-Rate.
           MOVE Terms-Months TO Prn-Terms.
           WRITE IntChg-Print-Line FROM IntChg-Parm-Line
           AFTER ADVANCING 1 LINE.
           WRITE IntChg-Print-Line FROM IntChg-Topic-Line
           AFTER ADVANCING 2 LINES.
           PERFORM VARYING ICT-Idx FROM 1 BY 1
               UNTIL ICT-Idx > Int-Cust-Count
               PERFORM 4100-PRINT-ONE-CUSTOMER
           END-PERFORM.
           MOVE Interest-Invoices-Raised TO Prn-Invoices-Raised.
           MOVE Total-Interest-Raised TO Prn-Total-Raised.
           MOVE Total-Interest-Waived TO Prn-Total-Waived.
           WRITE IntChg-Print-Line FROM IntChg-Totals-Line
           AFTER ADVANCING 2 LINES.
           CLOSE IntChgRep.

       4100-PRINT-ONE-CUSTOMER.
           PERFORM VARYING ARL-Idx FROM 1 BY 1
               UNTIL ARL-Idx > Ar-Ledger-Count
               IF ARL-CustomerID(ARL-Idx) = ICT-CustomerID(ICT-Idx)
                   AND ARL-Interest(ARL-Idx) > ZERO
                   MOVE ARL-CustomerID(ARL-Idx) TO Prn-CustomerID
                   MOVE ARL-Invoice-Number(ARL-Idx)
                       TO Prn-Invoice-Number
                   MOVE ARL-Invoice-Date(ARL-Idx) TO Prn-Invoice-Date
                   MOVE ARL-Age-Months(ARL-Idx) TO Prn-Age-Months
                   MOVE ARL-Outstanding(ARL-Idx) TO Prn-Outstanding
                   MOVE ARL-Interest(ARL-Idx) TO Prn-Interest
                   WRITE IntChg-Print-Line FROM IntChg-Detail-Line
                   AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.
           MOVE ZEROS TO Prn-Cust-Invoice.
           EVALUATE TRUE
               WHEN ICT-Is-Charged(ICT-Idx)
                   MOVE "INTEREST INVOICE RAISED" TO Prn-Cust-Note
                   MOVE ICT-Invoice-Number(ICT-Idx)
                       TO Prn-Cust-Invoice
               WHEN ICT-Is-Waived(ICT-Idx)
                   MOVE "WAIVED ON CUSTOMER MASTER" TO Prn-Cust-Note
               WHEN ICT-Is-Already(ICT-Idx)
                   MOVE "ALREADY CHARGED THIS MONTH" TO Prn-Cust-Note
               WHEN OTHER
                   MOVE "BELOW MINIMUM - NOT RAISED" TO Prn-Cust-Note
           END-EVALUATE.
           MOVE ICT-Total-Charge(ICT-Idx) TO Prn-Cust-Charge.
           WRITE IntChg-Print-Line FROM IntChg-Cust-Line
           AFTER ADVANCING 1 LINE.

      * One balanced ARINTRST batch with its own control trailer:
      * debit receivables, credit interest income, per the GLMAP.DAT
      * pair.
       5000-POST-GL-INTEREST.
           MOVE "N" TO GLM-Found-Switch.
           PERFORM VARYING GLM-Idx FROM 1 BY 1
               UNTIL GLM-Idx > Gl-Map-Count OR GLM-Is-Found
               IF GLM-Source(GLM-Idx) = "ARINTRST"
                   SET GLM-Is-Found TO TRUE
                   SUBTRACT 1 FROM GLM-Idx
               END-IF
           END-PERFORM.
           IF NOT GLM-Is-Found
               DISPLAY "WARNING: NO GLMAP.DAT ENTRY FOR ARINTRST - "
                   "INTEREST NOT POSTED TO THE GL"
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN EXTEND GlJournalFile
               IF WS-GlJournal-File-Status NOT = "00"
                   OPEN OUTPUT GlJournalFile
               END-IF
               MOVE ZEROS TO Journal-Line-Count
               MOVE ZEROS TO Journal-Amount-Hash
               MOVE Total-Interest-Raised TO Posting-Amount
               MOVE GLM-Debit-Account(GLM-Idx) TO Posting-Account
               PERFORM 5100-WRITE-DEBIT-LINE
               MOVE GLM-Credit-Account(GLM-Idx) TO Posting-Account
               PERFORM 5200-WRITE-CREDIT-LINE
               MOVE SPACES TO GlJournal-Rec
               MOVE Business-Date TO GlJrnl-Date
               MOVE "TRAILR" TO GlJrnl-Account
               MOVE "T" TO GlJrnl-DC-Flag
               MOVE Journal-Amount-Hash TO GlJrnl-Amount
               MOVE Journal-Line-Count TO GlJrnl-Trail-Count
               WRITE GlJournal-Rec
               CLOSE GlJournalFile
           END-IF.

       5100-WRITE-DEBIT-LINE.
           MOVE SPACES TO GlJournal-Rec.
           MOVE Posting-Account TO GlJrnl-Account.
           MOVE Business-Date TO GlJrnl-Date.
           MOVE "D" TO GlJrnl-DC-Flag.
           MOVE Posting-Amount TO GlJrnl-Amount.
           MOVE "ARINTRST" TO GlJrnl-Source.
           WRITE GlJournal-Rec.
           ADD 1 TO Journal-Line-Count.
           ADD Posting-Amount TO Journal-Amount-Hash.

       5200-WRITE-CREDIT-LINE.
           MOVE SPACES TO GlJournal-Rec.
           MOVE Posting-Account TO GlJrnl-Account.
           MOVE Business-Date TO GlJrnl-Date.
           MOVE "C" TO GlJrnl-DC-Flag.
           MOVE Posting-Amount TO GlJrnl-Amount.
           MOVE "ARINTRST" TO GlJrnl-Source.
           WRITE GlJournal-Rec.
           ADD 1 TO Journal-Line-Count.
           ADD Posting-Amount TO Journal-Amount-Hash.

       COPY "UPDJRNLPA.CPY".
       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="ARINTRST"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM ArInterest.
