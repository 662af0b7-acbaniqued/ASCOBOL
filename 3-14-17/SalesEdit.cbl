      *     authorization for the same customer, oil and size, at a
      *     quantity the authorization covers; lines without one
      *     reject. With no RMA.DAT on site the check stands aside.
      *   - The quote number and quoted price a converted line
      *     carries ride through the clean rewrite, the reject file
      *     and the duplicate file with the rest of the record.
      *   - The SHIPTO.DAT delivery point rides through the same way.
      *   - So does the PROFORMA.DAT pro-forma number on a
      *     prepayment account's line.
      *   - The customer master is indexed on customer id; it is still
      *     read through in key order.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalesEdit.
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CustMasterFile ASSIGN TO "CUSTMAST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS CustMast-CustomerID
                 FILE STATUS IS WS-CustMaster-File-Status.

       SELECT OilPriceFile ASSIGN TO "OILPRICE.DAT"
      * before the field.
           02  FILLER                       PIC X.
           02  SalesFile-Branch             PIC X(3).
      * The quotation a converted line came from and its quoted
      * price; spaces on a line keyed without a quote.
           02  FILLER                       PIC X.
           02  SalesFile-Quote-Number       PIC X(6).
           02  FILLER                       PIC X.
           02  SalesFile-Quote-Price        PIC X(5).
      * The delivery point the line ships to; spaces for the
      * CUSTMAST.DAT address.
           02  FILLER                       PIC X.
           02  SalesFile-Ship-Point         PIC X(3).
      * The pro-forma a prepayment account's line was raised on.
           02  FILLER                       PIC X.
           02  SalesFile-ProForma-Number    PIC X(6).
       01 Sales-Trailer-Rec REDEFINES Sales-Rec.
           02  Trail-Marker                 PIC X(7).
               88 Sales-Trailer             VALUE "TRAILER".
       FD CleanFile.
       01 Clean-Rec.
           88 EndOfCleanFile      VALUE HIGH-VALUES.
           02  FILLER                       PIC X(80).

       FD RejectFile.
       01 Reject-Rec                        PIC X(80).

       FD EditRep.
       01 Edit-Print-Line                   PIC X(80).
           02  SaleHist-Run-Date          PIC 9(8).

       FD DupSalesFile.
       01 DupSales-Rec                     PIC X(80).

       FD DupSalesRep.
       01 Dup-Print-Line                   PIC X(80).
      * before the second shop and they report under "HQ ".
           02  FILLER                   PIC X.
           02  CustMast-Branch          PIC X(3).
           02  FILLER                   PIC X(6).

       FD OilPriceFile.
       01 OilPrice-Rec.
