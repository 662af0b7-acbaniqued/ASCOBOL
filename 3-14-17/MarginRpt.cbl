      *     override, so a promoted line is valued at the price the
      *     invoice actually carried. The customer's region for the
      *     regional campaigns comes off CUSTMAST.DAT.
      *   - The customer master is indexed on customer id; it is still
      *     read through in key order.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MarginRpt.
                 FILE STATUS IS WS-PackSize-File-Status.

       SELECT CustMasterFile ASSIGN TO "CUSTMAST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS CustMast-CustomerID
                 FILE STATUS IS WS-CustMaster-File-Status.

       SELECT PromoFile ASSIGN TO "PROMO.DAT"
      * before the second shop and they report under "HQ ".
           02  FILLER                   PIC X.
           02  CustMast-Branch          PIC X(3).
           02  FILLER                   PIC X(6).

       FD PromoFile.
       01 Promo-Rec.
