      ******************************************************************
      * Author:
      * Date:
      * Purpose: Customer account enquiry for sales admin answering
      *          the phone. Keyed a CustomerID it brings together on
      *          one screen what used to take five programs: the
      *          CUSTMAST.DAT master and the credit position worked
      *          the way SalesEntry's credit check works it (open
      *          ARLEDGER.DAT balance against the limit, and the
      *          hold flag); the customer's open ledger items, and
      *          the items settled or written off in the recent
      *          window, each with the ARRCPT.DAT receipts applied to
      *          it; the current dunning level from DUNLEVEL.DAT;
      *          the SALEHIST.DAT lines of the recent window; lines
      *          on DESPATCH.DAT still waiting to ship and lines held
      *          on BACKORD.DAT; and the open RMA.DAT authorisations.
      *          The operator can then key any of the customer's
      *          invoice numbers to see its lines as archived on
      *          INVARCH.DAT. The recent window is the last three
      *          months to the business date. Nothing is written.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustEnq.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CustMasterFile ASSIGN TO "CUSTMAST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CustMast-CustomerID
                 FILE STATUS IS WS-CustMaster-File-Status.

      * Read through the customer alternate key: only this
      * customer's items are touched.
       SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AR-Invoice-Number
                 ALTERNATE RECORD KEY IS AR-CustomerID
                     WITH DUPLICATES
                 FILE STATUS IS WS-ArLedger-File-Status.

       SELECT ArReceiptFile ASSIGN TO "ARRCPT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ArReceipt-File-Status.

       SELECT DunLevelFile ASSIGN TO "DUNLEVEL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DunLevel-File-Status.

       SELECT SaleHistFile ASSIGN TO "SALEHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SaleHist-File-Status.

       SELECT DespatchFile ASSIGN TO "DESPATCH.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Despatch-File-Status.

       SELECT BackOrderFile ASSIGN TO "BACKORD.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BackOrder-File-Status.

       SELECT RmaFile ASSIGN TO "RMA.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Rma-File-Status.

       SELECT InvArchFile ASSIGN TO "INVARCH.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-InvArch-File-Status.
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD CustMasterFile.
       01 CustMast-Rec.
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
               88 CustMast-On-Hold      VALUE "Y".
           02  FILLER                   PIC X.
           02  CustMast-Branch          PIC X(3).
           02  FILLER                   PIC X.
           02  CustMast-Int-Waiver      PIC X.
           02  FILLER                   PIC X.
           02  CustMast-Prepay-Flag     PIC X.
           02  FILLER                   PIC X.
           02  CustMast-CoA-Flag        PIC X.

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
           02  FILLER                 PIC X.
           02  AR-Item-Type           PIC X.

       FD ArReceiptFile.
       01 ArReceipt-Rec.
           88 EndOfArReceiptFile  VALUE HIGH-VALUES.
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

       FD DunLevelFile.
       01 DunLevel-Rec.
           88 EndOfDunLevelFile   VALUE HIGH-VALUES.
           02  DunLvl-Invoice-Number  PIC 9(6).
           02  FILLER                 PIC X.
           02  DunLvl-CustomerID      PIC X(5).
           02  FILLER                 PIC X.
           02  DunLvl-Level           PIC 9.
           02  FILLER                 PIC X.
           02  DunLvl-Last-Date       PIC 9(8).

       FD SaleHistFile.
       01 SaleHist-Rec.
           88 EndOfSaleHistFile   VALUE HIGH-VALUES.
           02  SHK-CustomerID         PIC X(5).
           02  SHK-OilID              PIC X(3).
           02  SHK-UnitSize           PIC 99.
           02  SHK-UnitsSold          PIC S999
               SIGN IS TRAILING SEPARATE.
           02  SHK-Trans-Date         PIC 9(8).
           02  FILLER                 PIC X.
           02  SaleHist-Run-Date      PIC 9(8).

       FD DespatchFile.
       01 Desp-Rec.
           88 EndOfDespatchFile   VALUE HIGH-VALUES.
           02  Desp-CustomerID        PIC X(5).
           02  Desp-CustomerName      PIC X(20).
           02  Desp-OilID             PIC X(3).
           02  Desp-UnitSize          PIC 99.
           02  Desp-UnitsSold         PIC S999
               SIGN IS TRAILING SEPARATE.
           02  Desp-Trans-Seq         PIC 9(7).
           02  Desp-Trans-Date        PIC 9(8).
           02  Desp-Reason-Code       PIC X(2).
           02  Desp-Confirmed-Qty     PIC 999.
           02  Desp-Status            PIC X.
               88 Desp-Is-Pending     VALUE "P".
           02  Desp-Quote-Number      PIC X(6).
           02  Desp-Quote-Price       PIC X(5).
           02  Desp-Ship-Point        PIC X(3).
           02  Desp-ProForma-Number   PIC X(6).

       FD BackOrderFile.
       01 BackOrder-Rec.
           88 EndOfBackOrderFile  VALUE HIGH-VALUES.
           02  BO-CustomerID          PIC X(5).
           02  FILLER                 PIC X.
           02  BO-CustomerName        PIC X(20).
           02  FILLER                 PIC X.
           02  BO-OilID               PIC X(3).
           02  FILLER                 PIC X.
           02  BO-UnitSize            PIC 99.
           02  FILLER                 PIC X.
           02  BO-Quantity            PIC 999.
           02  FILLER                 PIC X.
           02  BO-Order-Date          PIC 9(8).
           02  FILLER                 PIC X.
           02  BO-Reason-Code         PIC X(2).
           02  FILLER                 PIC X.
           02  BO-Quote-Number        PIC X(6).
           02  FILLER                 PIC X.
           02  BO-Quote-Price         PIC 9(3)V99.
           02  FILLER                 PIC X.
           02  BO-Ship-Point          PIC X(3).
           02  FILLER                 PIC X.
           02  BO-ProForma-Number     PIC X(6).

       FD RmaFile.
       01 Rma-Rec.
           88 EndOfRmaFile        VALUE HIGH-VALUES.
           02  RMA-Number             PIC 9(6).
           02  FILLER                 PIC X.
           02  RMA-CustomerID         PIC X(5).
           02  FILLER                 PIC X.
           02  RMA-OilID              PIC X(3).
           02  FILLER                 PIC X.
           02  RMA-UnitSize           PIC 99.
           02  FILLER                 PIC X.
           02  RMA-Quantity           PIC 999.
           02  FILLER                 PIC X.
           02  RMA-Issue-Date         PIC 9(8).
           02  FILLER                 PIC X.
           02  RMA-Status             PIC X.
               88 RMA-Is-Open         VALUE "O".
           02  FILLER                 PIC X.
           02  RMA-Qty-Left           PIC X(3).
           02  RMA-Qty-Left-N REDEFINES RMA-Qty-Left
                                      PIC 999.

       FD InvArchFile.
       01 InvArch-Rec.
           88 EndOfInvArchFile    VALUE HIGH-VALUES.
           02  Arch-Invoice-Number    PIC 9(6).
           02  FILLER                 PIC X.
           02  Arch-Rec-Type          PIC X.
               88 Arch-Is-Header      VALUE "H".
               88 Arch-Is-Detail      VALUE "D".
           02  FILLER                 PIC X.
           02  Arch-Data              PIC X(67).
           02  Arch-Header-View REDEFINES Arch-Data.
               03  AH-Doc-Type        PIC X.
               03  AH-CustomerID      PIC X(5).
               03  AH-CustomerName    PIC X(20).
               03  AH-Doc-Date        PIC 9(8).
               03  AH-Tax-Rate        PIC V999.
               03  AH-Total           PIC S9(7)V99
                   SIGN IS TRAILING SEPARATE.
               03  AH-Tax             PIC S9(7)V99
                   SIGN IS TRAILING SEPARATE.
               03  AH-Inc-Tax         PIC S9(7)V99
                   SIGN IS TRAILING SEPARATE.
           02  Arch-Detail-View REDEFINES Arch-Data.
               03  AD-OilID           PIC X(3).
               03  AD-Oil-Name        PIC X(13).
               03  AD-UnitSize        PIC 99.
               03  AD-Qty             PIC S999
                   SIGN IS TRAILING SEPARATE.
               03  AD-Trans-Date      PIC 9(8).
               03  AD-Unit-Price      PIC 9(3)V99.
               03  AD-Value           PIC S9(6)V99
                   SIGN IS TRAILING SEPARATE.
               03  AD-Ship-Point      PIC X(3).
               03  FILLER             PIC X(20).

       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-CustMaster-File-Status    PIC XX.
       01  WS-ArLedger-File-Status      PIC XX.
       01  WS-ArReceipt-File-Status     PIC XX.
       01  WS-DunLevel-File-Status      PIC XX.
       01  WS-SaleHist-File-Status      PIC XX.
       01  WS-Despatch-File-Status      PIC XX.
       01  WS-BackOrder-File-Status     PIC XX.
       01  WS-Rma-File-Status           PIC XX.
       01  WS-InvArch-File-Status       PIC XX.
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".
       01  Business-Date-Parts REDEFINES Business-Date.
           02  Business-Year            PIC 9(4).
           02  Business-Month           PIC 99.
           02  Business-Day             PIC 99.

       01  Entry-CustomerID             PIC X(5).
           88 Entry-Finished            VALUE "Q    ", "q    ",
                                        SPACES.
       01  Entry-Invoice-Number         PIC X(6).
       01  Entry-Invoice-Number-N REDEFINES Entry-Invoice-Number
                                        PIC 9(6).
       01  Enquiries-Finished-Switch    PIC X VALUE "N".
           88 Enquiries-Finished        VALUE "Y".
       01  Drill-Finished-Switch        PIC X VALUE "N".
           88 Drill-Finished            VALUE "Y".
       01  Master-Found-Switch          PIC X VALUE "N".
           88 Master-Found              VALUE "Y".
       01  Enquiries-Made               PIC 9(5) VALUE ZEROS.

      * The recent window: settled items, sales history and the
      * like reach back this many months from the business date.
       01  Recent-Months                PIC 99 VALUE 3.
       01  Recent-From-Date.
           02  Recent-From-Year         PIC 9(4).
           02  Recent-From-Month        PIC 99.
           02  Recent-From-Day          PIC 99.
       01  Recent-From-Date-N REDEFINES Recent-From-Date
                                        PIC 9(8).
       01  Month-Count                  PIC 9(6).

      * The customer's ledger items, in invoice order through the
      * alternate key, with the dunning level each carries.
       01  Cust-Item-Table.
           02  Cust-Item-Entry OCCURS 100 TIMES.
               03  CIT-Invoice-Number   PIC 9(6).
               03  CIT-Invoice-Date     PIC 9(8).
               03  CIT-Amount           PIC S9(7)V99.
               03  CIT-Paid             PIC S9(7)V99.
               03  CIT-Status           PIC X.
               03  CIT-Settled-Date     PIC 9(8).
               03  CIT-Item-Type        PIC X.
               03  CIT-Dun-Level        PIC 9.
       01  Cust-Item-Count              PIC 9(3) VALUE ZEROS.
       01  Items-Not-Shown              PIC 9(5) VALUE ZEROS.
       01  CIT-Idx                      PIC 9(3).

      * Receipts applied to the customer's items, matched back to
      * each item as it is shown.
       01  Cust-Receipt-Table.
           02  Cust-Receipt-Entry OCCURS 200 TIMES.
               03  CRT-Invoice-Number   PIC 9(6).
               03  CRT-Date             PIC 9(8).
               03  CRT-Amount           PIC S9(7)V99.
               03  CRT-Source           PIC X.
               03  CRT-Reference        PIC X(10).
       01  Cust-Receipt-Count           PIC 9(3) VALUE ZEROS.
       01  CRT-Idx                      PIC 9(3).

       01  Open-Balance                 PIC S9(9)V99.
       01  Open-Item-Count              PIC 9(3).
       01  Credit-Available             PIC S9(9)V99.
       01  Dunning-Level                PIC 9.
       01  Section-Count                PIC 9(5).

       01  Want-Header-Found            PIC X.
           88 Header-Was-Found          VALUE "Y".
       01  Want-CustomerID              PIC X(5).
       01  Want-Doc-Type                PIC X.
       01  Want-Doc-Date                PIC 9(8).
       01  Want-Total                   PIC S9(7)V99.
       01  Want-Tax                     PIC S9(7)V99.
       01  Want-Inc-Tax                 PIC S9(7)V99.

       01  Edit-Value                   PIC Z,ZZZ,ZZ9.99-.
       01  Edit-Limit                   PIC Z,ZZZ,ZZ9.

       01  Enq-Item-Line.
           02  FILLER                   PIC X(2) VALUE SPACES.
           02  Dsp-Item-Invoice         PIC 9(6).
           02  FILLER                   PIC X(1) VALUE SPACES.
           02  Dsp-Item-Date            PIC 9(8).
           02  FILLER                   PIC X(1) VALUE SPACES.
           02  Dsp-Item-Amount          PIC Z,ZZZ,ZZ9.99-.
           02  FILLER                   PIC X(1) VALUE SPACES.
           02  Dsp-Item-Paid            PIC Z,ZZZ,ZZ9.99-.
           02  FILLER                   PIC X(1) VALUE SPACES.
           02  Dsp-Item-Status          PIC X(7).
           02  FILLER                   PIC X(1) VALUE SPACES.
           02  Dsp-Item-Type            PIC X(3).
           02  FILLER                   PIC X(2) VALUE SPACES.
           02  Dsp-Item-Dun             PIC 9.

       01  Enq-Receipt-Line.
           02  FILLER                   PIC X(10) VALUE
               "     PAID ".
           02  Dsp-Rcpt-Date            PIC 9(8).
           02  FILLER                   PIC X(1) VALUE SPACES.
           02  Dsp-Rcpt-Amount          PIC Z,ZZZ,ZZ9.99-.
           02  FILLER                   PIC X(1) VALUE SPACES.
           02  Dsp-Rcpt-Source          PIC X.
           02  FILLER                   PIC X(1) VALUE SPACES.
           02  Dsp-Rcpt-Reference       PIC X(10).

       01  Enq-Goods-Line.
           02  FILLER                   PIC X(2) VALUE SPACES.
           02  Dsp-Goods-Ref            PIC X(6).
           02  FILLER                   PIC X(1) VALUE SPACES.
           02  Dsp-Goods-Date           PIC 9(8).
           02  FILLER                   PIC X(1) VALUE SPACES.
           02  Dsp-Goods-OilID          PIC X(3).
           02  FILLER                   PIC X(1) VALUE SPACES.
           02  Dsp-Goods-Size           PIC Z9.
           02  FILLER                   PIC X(1) VALUE SPACES.
           02  Dsp-Goods-Qty            PIC ZZ9-.
           02  FILLER                   PIC X(1) VALUE SPACES.
           02  Dsp-Goods-Note           PIC X(30).

       01  Enq-Archive-Line.
           02  FILLER                   PIC X(2) VALUE SPACES.
           02  Dsp-Arch-OilID           PIC X(3).
           02  FILLER                   PIC X(1) VALUE SPACES.
           02  Dsp-Arch-Oil-Name        PIC X(13).
           02  FILLER                   PIC X(1) VALUE SPACES.
           02  Dsp-Arch-Size            PIC Z9.
           02  FILLER                   PIC X(1) VALUE SPACES.
           02  Dsp-Arch-Qty             PIC ZZ9-.
           02  FILLER                   PIC X(1) VALUE SPACES.
           02  Dsp-Arch-Date            PIC 9(8).
           02  FILLER                   PIC X(1) VALUE SPACES.
           02  Dsp-Arch-Price           PIC ZZ9.99.
           02  FILLER                   PIC X(1) VALUE SPACES.
           02  Dsp-Arch-Value           PIC ZZZ,ZZ9.99-.
           02  FILLER                   PIC X(1) VALUE SPACES.
           02  Dsp-Arch-Ship-Point      PIC X(3).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
           PERFORM Get-Business-Date.
           PERFORM 1000-SET-RECENT-WINDOW.
           PERFORM 2000-ONE-ENQUIRY
               UNTIL Enquiries-Finished.
           DISPLAY "CUSTOMER ENQUIRIES: " Enquiries-Made.
           PERFORM Log-Run-Complete.
           STOP RUN.

      * Back the stated number of whole months from the business
      * date; a day past the end of the earlier month only widens
      * the window by a day or two.
       1000-SET-RECENT-WINDOW.
           COMPUTE Month-Count = Business-Year * 12
               + Business-Month - 1 - Recent-Months.
           DIVIDE Month-Count BY 12 GIVING Recent-From-Year
               REMAINDER Recent-From-Month.
           ADD 1 TO Recent-From-Month.
           MOVE Business-Day TO Recent-From-Day.

       2000-ONE-ENQUIRY.
           DISPLAY "CUSTOMER ID (OR Q TO QUIT)".
           ACCEPT Entry-CustomerID.
           IF Entry-Finished
               SET Enquiries-Finished TO TRUE
           ELSE
               PERFORM 2100-READ-CUSTOMER-MASTER
               IF NOT Master-Found
                   DISPLAY "CUSTOMER " Entry-CustomerID
                       " IS NOT ON CUSTMAST.DAT"
               ELSE
                   ADD 1 TO Enquiries-Made
                   PERFORM 2200-LOAD-LEDGER-ITEMS
                   PERFORM 2300-LOAD-RECEIPTS
                   PERFORM 2400-LOAD-DUNNING-LEVELS
                   PERFORM 3000-SHOW-MASTER-AND-CREDIT
                   PERFORM 3100-SHOW-LEDGER-ITEMS
                   PERFORM 3200-SHOW-SALES-HISTORY
                   PERFORM 3300-SHOW-AWAITING-DESPATCH
                   PERFORM 3400-SHOW-BACK-ORDERS
                   PERFORM 3500-SHOW-OPEN-RMAS
                   MOVE "N" TO Drill-Finished-Switch
                   PERFORM 4000-INVOICE-LINES
                       UNTIL Drill-Finished
               END-IF
           END-IF.

       2100-READ-CUSTOMER-MASTER.
           MOVE "N" TO Master-Found-Switch.
           OPEN INPUT CustMasterFile.
           IF WS-CustMaster-File-Status = "00"
               MOVE Entry-CustomerID TO CustMast-CustomerID
               READ CustMasterFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET Master-Found TO TRUE
               END-READ
               CLOSE CustMasterFile
           END-IF.

      * Every open item counts towards the balance; the table keeps
      * the open items and those settled or written off inside the
      * recent window, which is what the screen shows.
       2200-LOAD-LEDGER-ITEMS.
           MOVE ZEROS TO Cust-Item-Count, Items-Not-Shown,
               Open-Balance, Open-Item-Count.
           OPEN INPUT ArLedgerFile.
           IF WS-ArLedger-File-Status NOT = "00"
               DISPLAY "ARLEDGER.DAT NOT AVAILABLE - NO LEDGER ITEMS"
           ELSE
               MOVE Entry-CustomerID TO AR-CustomerID
               START ArLedgerFile KEY = AR-CustomerID
                   INVALID KEY
                       SET EndOfArLedgerFile TO TRUE
                   NOT INVALID KEY
                       PERFORM 2250-NEXT-CUSTOMER-ITEM
               END-START
               PERFORM UNTIL EndOfArLedgerFile
                   IF AR-Is-Open
                       ADD 1 TO Open-Item-Count
                       COMPUTE Open-Balance = Open-Balance
                           + AR-Invoice-Amount - AR-Amount-Paid
                   END-IF
                   IF AR-Is-Open
                       OR AR-Invoice-Date >= Recent-From-Date-N
                       OR (AR-Settled-Date IS NUMERIC
                           AND AR-Settled-Date >= Recent-From-Date-N)
                       PERFORM 2260-TAKE-ITEM
                   END-IF
                   PERFORM 2250-NEXT-CUSTOMER-ITEM
               END-PERFORM
               CLOSE ArLedgerFile
           END-IF.

      * The next item in customer-key order; one for another customer
      * ends the run of items.
       2250-NEXT-CUSTOMER-ITEM.
           READ ArLedgerFile NEXT RECORD
               AT END SET EndOfArLedgerFile TO TRUE
           END-READ.
           IF NOT EndOfArLedgerFile
               AND AR-CustomerID NOT = Entry-CustomerID
               SET EndOfArLedgerFile TO TRUE
           END-IF.

       2260-TAKE-ITEM.
           IF Cust-Item-Count < 100
               ADD 1 TO Cust-Item-Count
               MOVE AR-Invoice-Number
                   TO CIT-Invoice-Number(Cust-Item-Count)
               MOVE AR-Invoice-Date
                   TO CIT-Invoice-Date(Cust-Item-Count)
               MOVE AR-Invoice-Amount TO CIT-Amount(Cust-Item-Count)
               MOVE AR-Amount-Paid TO CIT-Paid(Cust-Item-Count)
               MOVE AR-Status TO CIT-Status(Cust-Item-Count)
               IF AR-Settled-Date IS NUMERIC
                   MOVE AR-Settled-Date
                       TO CIT-Settled-Date(Cust-Item-Count)
               ELSE
                   MOVE ZEROS TO CIT-Settled-Date(Cust-Item-Count)
               END-IF
               MOVE AR-Item-Type TO CIT-Item-Type(Cust-Item-Count)
               MOVE ZERO TO CIT-Dun-Level(Cust-Item-Count)
           ELSE
               ADD 1 TO Items-Not-Shown
           END-IF.

       2300-LOAD-RECEIPTS.
           MOVE ZEROS TO Cust-Receipt-Count.
           OPEN INPUT ArReceiptFile.
           IF WS-ArReceipt-File-Status = "00"
               READ ArReceiptFile
                   AT END SET EndOfArReceiptFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfArReceiptFile
                   IF Rcpt-CustomerID = Entry-CustomerID
                       AND Cust-Receipt-Count < 200
                       ADD 1 TO Cust-Receipt-Count
                       MOVE Rcpt-Invoice-Number
                           TO CRT-Invoice-Number(Cust-Receipt-Count)
                       MOVE Rcpt-Date TO CRT-Date(Cust-Receipt-Count)
                       MOVE Rcpt-Amount
                           TO CRT-Amount(Cust-Receipt-Count)
                       MOVE Rcpt-Source
                           TO CRT-Source(Cust-Receipt-Count)
                       MOVE Rcpt-Reference
                           TO CRT-Reference(Cust-Receipt-Count)
                   END-IF
                   READ ArReceiptFile
                       AT END SET EndOfArReceiptFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ArReceiptFile
           END-IF.

      * The customer's dunning level is the worst level among the
      * items still open, as the Dunning run words its letter.
       2400-LOAD-DUNNING-LEVELS.
           MOVE ZERO TO Dunning-Level.
           OPEN INPUT DunLevelFile.
           IF WS-DunLevel-File-Status = "00"
               READ DunLevelFile
                   AT END SET EndOfDunLevelFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfDunLevelFile
                   IF DunLvl-CustomerID = Entry-CustomerID
                       PERFORM 2450-MATCH-DUNNING-LEVEL
                   END-IF
                   READ DunLevelFile
                       AT END SET EndOfDunLevelFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DunLevelFile
           END-IF.

       2450-MATCH-DUNNING-LEVEL.
           PERFORM VARYING CIT-Idx FROM 1 BY 1
               UNTIL CIT-Idx > Cust-Item-Count
               IF CIT-Invoice-Number(CIT-Idx) = DunLvl-Invoice-Number
                   AND CIT-Status(CIT-Idx) = "O"
                   MOVE DunLvl-Level TO CIT-Dun-Level(CIT-Idx)
                   IF DunLvl-Level > Dunning-Level
                       MOVE DunLvl-Level TO Dunning-Level
                   END-IF
               END-IF
           END-PERFORM.

      * Credit position as SalesEntry's check sees it: a held account
      * or an open balance at or over a non-zero limit stops new
      * order lines.
       3000-SHOW-MASTER-AND-CREDIT.
           DISPLAY " ".
           DISPLAY "CUSTOMER " CustMast-CustomerID "  REGION "
               CustMast-Region "  BRANCH " CustMast-Branch
               "  REP " CustMast-RepCode.
           DISPLAY "  ADDRESS   " CustMast-Address.
           DISPLAY "  CURRENCY  " CustMast-Currency
               "  EDI " CustMast-EDI-Flag
               "  INT WAIVED " CustMast-Int-Waiver
               "  PREPAY " CustMast-Prepay-Flag
               "  COA " CustMast-CoA-Flag.
           MOVE Open-Balance TO Edit-Value.
           DISPLAY "  OPEN BALANCE   " Edit-Value "  ON "
               Open-Item-Count " OPEN ITEMS".
           IF CustMast-Credit-Limit = ZERO
               DISPLAY "  CREDIT LIMIT   NONE"
           ELSE
               MOVE CustMast-Credit-Limit TO Edit-Limit
               COMPUTE Credit-Available =
                   CustMast-Credit-Limit - Open-Balance
               MOVE Credit-Available TO Edit-Value
               DISPLAY "  CREDIT LIMIT   " Edit-Limit
                   "  AVAILABLE " Edit-Value
           END-IF.
           EVALUATE TRUE
               WHEN CustMast-On-Hold
                   DISPLAY "  *** ACCOUNT ON HOLD - NEW ORDERS NEED "
                       "A SUPERVISOR ***"
               WHEN CustMast-Credit-Limit > ZERO
                   AND Open-Balance >= CustMast-Credit-Limit
                   DISPLAY "  *** AT OR OVER CREDIT LIMIT - NEW "
                       "ORDERS NEED A SUPERVISOR ***"
               WHEN OTHER
                   DISPLAY "  CREDIT POSITION OK"
           END-EVALUATE.
           EVALUATE Dunning-Level
               WHEN 1
                   DISPLAY "  DUNNING LEVEL  1 - FIRST REMINDER"
               WHEN 2
                   DISPLAY "  DUNNING LEVEL  2 - SECOND REMINDER"
               WHEN 3
                   DISPLAY "  DUNNING LEVEL  3 - FINAL DEMAND"
               WHEN OTHER
                   DISPLAY "  DUNNING LEVEL  0 - NONE"
           END-EVALUATE.

       3100-SHOW-LEDGER-ITEMS.
           DISPLAY " ".
           DISPLAY "LEDGER ITEMS - OPEN, AND SETTLED SINCE "
               Recent-From-Date-N.
           DISPLAY "  INV NO DATE            AMOUNT          PAID "
               "STATUS  TYP  DUN".
           PERFORM VARYING CIT-Idx FROM 1 BY 1
               UNTIL CIT-Idx > Cust-Item-Count
               PERFORM 3150-SHOW-ONE-ITEM
           END-PERFORM.
           IF Cust-Item-Count = ZERO
               DISPLAY "  NONE"
           END-IF.
           IF Items-Not-Shown > ZERO
               DISPLAY "  " Items-Not-Shown " MORE ITEMS NOT SHOWN"
           END-IF.

       3150-SHOW-ONE-ITEM.
           MOVE CIT-Invoice-Number(CIT-Idx) TO Dsp-Item-Invoice.
           MOVE CIT-Invoice-Date(CIT-Idx) TO Dsp-Item-Date.
           MOVE CIT-Amount(CIT-Idx) TO Dsp-Item-Amount.
           MOVE CIT-Paid(CIT-Idx) TO Dsp-Item-Paid.
           EVALUATE CIT-Status(CIT-Idx)
               WHEN "O"
                   MOVE "OPEN" TO Dsp-Item-Status
               WHEN "S"
                   MOVE "SETTLED" TO Dsp-Item-Status
               WHEN "W"
                   MOVE "WRT-OFF" TO Dsp-Item-Status
               WHEN OTHER
                   MOVE CIT-Status(CIT-Idx) TO Dsp-Item-Status
           END-EVALUATE.
           IF CIT-Item-Type(CIT-Idx) = "I"
               MOVE "INT" TO Dsp-Item-Type
           ELSE
               MOVE SPACES TO Dsp-Item-Type
           END-IF.
           MOVE CIT-Dun-Level(CIT-Idx) TO Dsp-Item-Dun.
           DISPLAY Enq-Item-Line.
           PERFORM VARYING CRT-Idx FROM 1 BY 1
               UNTIL CRT-Idx > Cust-Receipt-Count
               IF CRT-Invoice-Number(CRT-Idx)
                   = CIT-Invoice-Number(CIT-Idx)
                   MOVE CRT-Date(CRT-Idx) TO Dsp-Rcpt-Date
                   MOVE CRT-Amount(CRT-Idx) TO Dsp-Rcpt-Amount
                   MOVE CRT-Source(CRT-Idx) TO Dsp-Rcpt-Source
                   MOVE CRT-Reference(CRT-Idx) TO Dsp-Rcpt-Reference
                   DISPLAY Enq-Receipt-Line
               END-IF
           END-PERFORM.

       3200-SHOW-SALES-HISTORY.
           DISPLAY " ".
           DISPLAY "SALES HISTORY SINCE " Recent-From-Date-N.
           MOVE ZEROS TO Section-Count.
           OPEN INPUT SaleHistFile.
           IF WS-SaleHist-File-Status = "00"
               READ SaleHistFile
                   AT END SET EndOfSaleHistFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfSaleHistFile
                   IF SHK-CustomerID = Entry-CustomerID
                       AND SHK-Trans-Date >= Recent-From-Date-N
                       ADD 1 TO Section-Count
                       MOVE SPACES TO Dsp-Goods-Ref, Dsp-Goods-Note
                       MOVE SHK-Trans-Date TO Dsp-Goods-Date
                       MOVE SHK-OilID TO Dsp-Goods-OilID
                       MOVE SHK-UnitSize TO Dsp-Goods-Size
                       MOVE SHK-UnitsSold TO Dsp-Goods-Qty
                       DISPLAY Enq-Goods-Line
                   END-IF
                   READ SaleHistFile
                       AT END SET EndOfSaleHistFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SaleHistFile
           END-IF.
           IF Section-Count = ZERO
               DISPLAY "  NONE"
           END-IF.

       3300-SHOW-AWAITING-DESPATCH.
           DISPLAY " ".
           DISPLAY "AWAITING DESPATCH".
           MOVE ZEROS TO Section-Count.
           OPEN INPUT DespatchFile.
           IF WS-Despatch-File-Status = "00"
               READ DespatchFile
                   AT END SET EndOfDespatchFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfDespatchFile
                   IF Desp-CustomerID = Entry-CustomerID
                       AND Desp-Is-Pending
                       ADD 1 TO Section-Count
                       MOVE Desp-ProForma-Number TO Dsp-Goods-Ref
                       MOVE Desp-Trans-Date TO Dsp-Goods-Date
                       MOVE Desp-OilID TO Dsp-Goods-OilID
                       MOVE Desp-UnitSize TO Dsp-Goods-Size
                       MOVE Desp-UnitsSold TO Dsp-Goods-Qty
                       MOVE SPACES TO Dsp-Goods-Note
                       IF Desp-ProForma-Number NOT = SPACES
                           MOVE "AWAITING PRO-FORMA PAYMENT"
                               TO Dsp-Goods-Note
                       END-IF
                       DISPLAY Enq-Goods-Line
                   END-IF
                   READ DespatchFile
                       AT END SET EndOfDespatchFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DespatchFile
           END-IF.
           IF Section-Count = ZERO
               DISPLAY "  NONE"
           END-IF.

       3400-SHOW-BACK-ORDERS.
           DISPLAY " ".
           DISPLAY "ON BACK ORDER".
           MOVE ZEROS TO Section-Count.
           OPEN INPUT BackOrderFile.
           IF WS-BackOrder-File-Status = "00"
               READ BackOrderFile
                   AT END SET EndOfBackOrderFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfBackOrderFile
                   IF BO-CustomerID = Entry-CustomerID
                       ADD 1 TO Section-Count
                       MOVE BO-Quote-Number TO Dsp-Goods-Ref
                       MOVE BO-Order-Date TO Dsp-Goods-Date
                       MOVE BO-OilID TO Dsp-Goods-OilID
                       MOVE BO-UnitSize TO Dsp-Goods-Size
                       MOVE BO-Quantity TO Dsp-Goods-Qty
                       MOVE SPACES TO Dsp-Goods-Note
                       STRING "REASON " BO-Reason-Code
                           DELIMITED BY SIZE INTO Dsp-Goods-Note
                       DISPLAY Enq-Goods-Line
                   END-IF
                   READ BackOrderFile
                       AT END SET EndOfBackOrderFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BackOrderFile
           END-IF.
           IF Section-Count = ZERO
               DISPLAY "  NONE"
           END-IF.

      * An RMA from before the balance field shows its original
      * quantity as still open, as SalesEntry takes it.
       3500-SHOW-OPEN-RMAS.
           DISPLAY " ".
           DISPLAY "OPEN RETURN AUTHORISATIONS".
           MOVE ZEROS TO Section-Count.
           OPEN INPUT RmaFile.
           IF WS-Rma-File-Status = "00"
               READ RmaFile
                   AT END SET EndOfRmaFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfRmaFile
                   IF RMA-CustomerID = Entry-CustomerID
                       AND RMA-Is-Open
                       ADD 1 TO Section-Count
                       MOVE RMA-Number TO Dsp-Goods-Ref
                       MOVE RMA-Issue-Date TO Dsp-Goods-Date
                       MOVE RMA-OilID TO Dsp-Goods-OilID
                       MOVE RMA-UnitSize TO Dsp-Goods-Size
                       MOVE RMA-Quantity TO Dsp-Goods-Qty
                       MOVE SPACES TO Dsp-Goods-Note
                       IF RMA-Qty-Left IS NUMERIC
                           STRING "STILL TO RETURN " RMA-Qty-Left
                               DELIMITED BY SIZE INTO Dsp-Goods-Note
                       ELSE
                           STRING "STILL TO RETURN " RMA-Quantity
                               DELIMITED BY SIZE INTO Dsp-Goods-Note
                       END-IF
                       DISPLAY Enq-Goods-Line
                   END-IF
                   READ RmaFile
                       AT END SET EndOfRmaFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RmaFile
           END-IF.
           IF Section-Count = ZERO
               DISPLAY "  NONE"
           END-IF.
           DISPLAY " ".

      * Drill-down: any of this customer's documents on the archive
      * shows its lines and totals as first printed.
       4000-INVOICE-LINES.
           DISPLAY "INVOICE NUMBER FOR ITS LINES (0 TO GO ON)".
           ACCEPT Entry-Invoice-Number.
           IF Entry-Invoice-Number = SPACES
               OR Entry-Invoice-Number IS NOT NUMERIC
               OR Entry-Invoice-Number-N = ZERO
               SET Drill-Finished TO TRUE
           ELSE
               PERFORM 4100-FIND-ARCHIVE-HEADER
               IF NOT Header-Was-Found
                   DISPLAY "INVOICE " Entry-Invoice-Number
                       " IS NOT ON THE ARCHIVE"
               ELSE
                   IF Want-CustomerID NOT = Entry-CustomerID
                       DISPLAY "INVOICE " Entry-Invoice-Number
                           " IS NOT FOR CUSTOMER " Entry-CustomerID
                   ELSE
                       PERFORM 4200-SHOW-ARCHIVE-LINES
                   END-IF
               END-IF
           END-IF.

       4100-FIND-ARCHIVE-HEADER.
           MOVE "N" TO Want-Header-Found.
           OPEN INPUT InvArchFile.
           IF WS-InvArch-File-Status NOT = "00"
               DISPLAY "INVARCH.DAT NOT AVAILABLE - NO ARCHIVE TO "
                   "SEARCH"
           ELSE
               READ InvArchFile
                   AT END SET EndOfInvArchFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfInvArchFile
                   IF Arch-Is-Header
                       AND Arch-Invoice-Number = Entry-Invoice-Number-N
                       MOVE "Y" TO Want-Header-Found
                       MOVE AH-CustomerID TO Want-CustomerID
                       MOVE AH-Doc-Type TO Want-Doc-Type
                       MOVE AH-Doc-Date TO Want-Doc-Date
                       MOVE AH-Total TO Want-Total
                       MOVE AH-Tax TO Want-Tax
                       MOVE AH-Inc-Tax TO Want-Inc-Tax
                   END-IF
                   READ InvArchFile
                       AT END SET EndOfInvArchFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE InvArchFile
           END-IF.

       4200-SHOW-ARCHIVE-LINES.
           DISPLAY " ".
           IF Want-Doc-Type = "C"
               DISPLAY "CREDIT NOTE " Entry-Invoice-Number
                   " DATED " Want-Doc-Date
           ELSE
               DISPLAY "INVOICE " Entry-Invoice-Number
                   " DATED " Want-Doc-Date
           END-IF.
           DISPLAY "  OIL NAME          SZ  QTY DATE      "
               "PRICE      VALUE  DLV".
           OPEN INPUT InvArchFile.
           READ InvArchFile
               AT END SET EndOfInvArchFile TO TRUE
           END-READ.
           PERFORM UNTIL EndOfInvArchFile
               IF Arch-Is-Detail
                   AND Arch-Invoice-Number = Entry-Invoice-Number-N
                   MOVE AD-OilID TO Dsp-Arch-OilID
                   MOVE AD-Oil-Name TO Dsp-Arch-Oil-Name
                   MOVE AD-UnitSize TO Dsp-Arch-Size
                   MOVE AD-Qty TO Dsp-Arch-Qty
                   MOVE AD-Trans-Date TO Dsp-Arch-Date
                   MOVE AD-Unit-Price TO Dsp-Arch-Price
                   MOVE AD-Value TO Dsp-Arch-Value
                   MOVE AD-Ship-Point TO Dsp-Arch-Ship-Point
                   DISPLAY Enq-Archive-Line
               END-IF
               READ InvArchFile
                   AT END SET EndOfInvArchFile TO TRUE
               END-READ
           END-PERFORM.
           CLOSE InvArchFile.
           MOVE Want-Total TO Edit-Value.
           DISPLAY "  TOTAL         " Edit-Value.
           MOVE Want-Tax TO Edit-Value.
           DISPLAY "  VAT           " Edit-Value.
           MOVE Want-Inc-Tax TO Edit-Value.
           DISPLAY "  TOTAL INC VAT " Edit-Value.
           DISPLAY " ".

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="CUSTENQ"==.
       COPY "OPSIGNPA.CPY".
       COPY "BUSDATEPA.CPY".

       END PROGRAM CustEnq.
