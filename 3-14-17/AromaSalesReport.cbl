      *   - Holds the OILPRICE.LCK interlock for the run, so an
      *     OilPriceMaint session cannot rewrite the price master
      *     while this run is loading it.
      *   - A line converted from a quotation carries its quote
      *     number and quoted price onto the sort work record, so
      *     SORTSALE.DAT hands them on to PickList and the invoice.
      *   - The line's SHIPTO.DAT delivery point goes the same way,
      *     so PickList can parcel each delivery point separately.
      *   - So does a prepayment account's PROFORMA.DAT pro-forma
      *     number, for the despatch confirmation gate and invoice.
      *   - And the selling branch, so StockUpdate and PickList work
      *     against that branch's STOCKBR.DAT stock.
      *   - The customer master is indexed on customer id; it is still
      *     read through in key order.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AromaSalesReport.
      * the summary can be broken out by territory. Also carries the
      * sales rep code and commission rate for that customer.
       SELECT CustMasterFile ASSIGN TO "CUSTMAST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS CustMast-CustomerID
                 FILE STATUS IS WS-CustMaster-File-Status.

       SELECT CommissionRep ASSIGN TO "COMMISSION.RPT"
           02 SalesFile-RMA-Number           PIC X(6).
           02 FILLER                         PIC X.
           02 SalesFile-Branch               PIC X(3).
      * Quote number and quoted price on a line SalesEntry converted
      * from a quotation; spaces otherwise.
           02 FILLER                         PIC X.
           02 SalesFile-Quote-Number         PIC X(6).
           02 FILLER                         PIC X.
           02 SalesFile-Quote-Price          PIC X(5).
      * SHIPTO.DAT delivery point; spaces for the CUSTMAST.DAT
      * address.
           02 FILLER                         PIC X.
           02 SalesFile-Ship-Point           PIC X(3).
      * PROFORMA.DAT pro-forma number on a prepayment account's line.
           02 FILLER                         PIC X.
           02 SalesFile-ProForma-Number      PIC X(6).
      * Control-total trailer written by the SalesEdit pre-edit: the
      * count and signed quantity hash of every data record before
      * it, so a truncated transfer aborts the run instead of
           02 WorkFile-Trans-Seq           PIC 9(7).
           02 WorkFile-Trans-Date          PIC 9(8).
           02 WorkFile-Reason-Code         PIC X(2).
           02 WorkFile-Quote-Number        PIC X(6).
           02 WorkFile-Quote-Price         PIC X(5).
           02 WorkFile-Ship-Point          PIC X(3).
           02 WorkFile-ProForma-Number     PIC X(6).
           02 WorkFile-Branch              PIC X(3).


       FD SummaryRep.
       01 Print-Line                   PIC X(80).

       FD SortedFile.
       01 Sorted-Rec                   PIC X(74).

       SD CarrierWorkFile.
       01 Carrier-Work-Rec.
      * Sales-Rec images that fail the OIL-COST bounds check, so a
      * bad or unassigned oil code doesn't blow up the sort/report.
       FD SuspenseFile.
       01 Suspense-Rec                  PIC X(80).

       FD ExtractFile.
       01 Extract-Rec                   PIC X(74).

       FD CheckpointFile.
       01 Checkpoint-Rec.
      * before the second shop and they report under "HQ ".
           02  FILLER                   PIC X.
           02  CustMast-Branch          PIC X(3).
           02  FILLER                   PIC X(6).

       FD PromoFile.
       01 Promo-Rec.
                               TO WorkFile-Trans-Date
                           MOVE SalesFile-Reason-Code
                               TO WorkFile-Reason-Code
                           MOVE SalesFile-Quote-Number
                               TO WorkFile-Quote-Number
                           MOVE SalesFile-Quote-Price
                               TO WorkFile-Quote-Price
                           MOVE SalesFile-Ship-Point
                               TO WorkFile-Ship-Point
                           MOVE SalesFile-ProForma-Number
                               TO WorkFile-ProForma-Number
                           MOVE SalesFile-Branch TO WorkFile-Branch
                           RELEASE Work-Rec
                           WRITE Extract-Rec FROM Work-Rec
                           ADD 1 TO Count-Essential-Kept
