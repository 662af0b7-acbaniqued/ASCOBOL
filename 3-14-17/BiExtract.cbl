                 FILE STATUS IS WS-SaleHist-File-Status.

       SELECT CustMasterFile ASSIGN TO "CUSTMAST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS CustMast-CustomerID
                 FILE STATUS IS WS-CustMaster-File-Status.

       SELECT OilPriceFile ASSIGN TO "OILPRICE.DAT"
      * before the second shop and they report under "HQ ".
           02  FILLER                   PIC X.
           02  CustMast-Branch          PIC X(3).
           02  FILLER                   PIC X(6).

       FD OilPriceFile.
       01 OilPrice-Rec.
