      *          The import file is consumed (truncated) once posted,
      *          like COMMPAY.DAT, so a re-run cannot import twice.
      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - Partners may send a delivery-point code after the reason
      *     code; it must be on SHIPTO.DAT for the customer and rides
      *     on the sales line to picking, despatch and invoicing.
      *     Blank means the CUSTMAST.DAT address, as before.
      *   - The customer master is indexed on customer id; it is still
      *     read through in key order.
      *   - Partners may send their own order number after the delivery
      *     point. It rides through to EDIORDREF.DAT against the
      *     accepted line so DespConf can quote it on the advance
      *     shipping notice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EdiImport.
                 FILE STATUS IS WS-EdiReject-File-Status.

       SELECT CustMasterFile ASSIGN TO "CUSTMAST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS CustMast-CustomerID
                 FILE STATUS IS WS-CustMaster-File-Status.

       SELECT OilPriceFile ASSIGN TO "OILPRICE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ReasonCode-File-Status.

      * Customer delivery points kept by ShipToMaint.
       SELECT ShipToFile ASSIGN TO "SHIPTO.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ShipTo-File-Status.

      * Partner order number for each accepted line, for DespConf
      * to quote on the advance shipping notice.
       SELECT EdiOrderRefFile ASSIGN TO "EDIORDREF.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EdiOrderRef-File-Status.

       SELECT EdiAckRep ASSIGN TO "EDIACK.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "BRANCHFC.CPY".
               03  EDI-Trans-Day      PIC 99.
           02  FILLER                 PIC X.
           02  EDI-Reason-Code        PIC X(2).
           02  FILLER                 PIC X.
           02  EDI-Ship-Point         PIC X(3).
      * The partner's own order number, quoted back to them on the
      * shipping notice; spaces from partners that send none.
           02  FILLER                 PIC X.
           02  EDI-Order-Ref          PIC X(10).

       FD SalesFile.
       01 Sales-Rec.
           02  SalesFile-RMA-Number         PIC X(6).
           02  FILLER                       PIC X.
           02  SalesFile-Branch             PIC X(3).
           02  FILLER                       PIC X.
           02  SalesFile-Quote-Number       PIC X(6).
           02  FILLER                       PIC X.
           02  SalesFile-Quote-Price        PIC X(5).
           02  FILLER                       PIC X.
           02  SalesFile-Ship-Point         PIC X(3).

       FD EdiRejectFile.
       01 EdiReject-Rec.
           02  REJ-Order-Image        PIC X(71).
           02  FILLER                 PIC X.
           02  REJ-Reason             PIC X(30).

      * before the second shop and they report under "HQ ".
           02  FILLER                   PIC X.
           02  CustMast-Branch          PIC X(3).
           02  FILLER                   PIC X(6).

       FD OilPriceFile.
       01 OilPrice-Rec.
           02  FILLER                 PIC X.
           02  Reason-Description     PIC X(20).

       FD ShipToFile.
       01 ShipTo-Rec.
           88 EndOfShipToFile     VALUE HIGH-VALUES.
           02  ShipTo-CustomerID      PIC X(5).
           02  FILLER                 PIC X.
           02  ShipTo-Point           PIC X(3).

       FD EdiOrderRefFile.
       01 EdiOrderRef-Rec.
           02  ORF-CustomerID         PIC X(5).
           02  FILLER                 PIC X.
           02  ORF-OilID              PIC X(3).
           02  FILLER                 PIC X.
           02  ORF-UnitSize           PIC 99.
           02  FILLER                 PIC X.
           02  ORF-Trans-Date         PIC 9(8).
           02  FILLER                 PIC X.
           02  ORF-Ship-Point         PIC X(3).
           02  FILLER                 PIC X.
           02  ORF-Partner-ID         PIC X(5).
           02  FILLER                 PIC X.
           02  ORF-Order-Ref          PIC X(10).
           02  FILLER                 PIC X.
           02  ORF-Import-Date        PIC 9(8).

       FD EdiAckRep.
       01 EdiAck-Print-Line           PIC X(120).

       COPY "BRANCHFD.CPY".
       COPY "RUNLOGFD.CPY".
       01  WS-OilPrice-File-Status     PIC XX.
       01  WS-PackSize-File-Status     PIC XX.
       01  WS-ReasonCode-File-Status   PIC XX.
       01  WS-ShipTo-File-Status       PIC XX.
       01  WS-EdiOrderRef-File-Status  PIC XX.
       COPY "BRANCHWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".
       01  Reason-Code-Count            PIC 99 VALUE ZEROS.
       01  RSN-Idx                      PIC 99.

       01  Ship-To-Table.
           02  Ship-To-Entry OCCURS 3000 TIMES.
               03  STT-CustomerID       PIC X(5).
               03  STT-Point            PIC X(3).
       01  Ship-To-Count                PIC 9(4) VALUE ZEROS.
       01  STT-Idx                      PIC 9(4).

       01  Month-Day-Values.
           02  FILLER                   PIC X(24) VALUE
               "312831303130313130313031".
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  Prn-Disposition          PIC X(8).
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Order-Image          PIC X(71).
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Reject-Reason        PIC X(30).

           PERFORM 1100-LOAD-PRICED-OILS.
           PERFORM 1200-LOAD-PACK-SIZES.
           PERFORM 1300-LOAD-REASON-CODES.
           PERFORM 1400-LOAD-SHIP-TO-POINTS.
           OPEN INPUT EdiOrderFile.
           IF WS-EdiOrder-File-Status NOT = "00"
               DISPLAY "EDIORDIN.DAT NOT AVAILABLE - NOTHING TO "
               IF WS-EdiReject-File-Status NOT = "00"
                   OPEN OUTPUT EdiRejectFile
               END-IF
               OPEN EXTEND EdiOrderRefFile
               IF WS-EdiOrderRef-File-Status NOT = "00"
                   OPEN OUTPUT EdiOrderRefFile
               END-IF
               OPEN OUTPUT EdiAckRep
               WRITE EdiAck-Print-Line FROM Ack-Heading-Line
               AFTER ADVANCING 1 LINE
                   PERFORM 2500-PRINT-PARTNER-TOTALS
               END-IF
               CLOSE EdiAckRep
               CLOSE EdiOrderFile, SalesFile, EdiRejectFile,
                   EdiOrderRefFile
               OPEN OUTPUT EdiOrderFile
               CLOSE EdiOrderFile
           END-IF.
               CLOSE ReasonCodeFile
           END-IF.

       1400-LOAD-SHIP-TO-POINTS.
           OPEN INPUT ShipToFile.
           IF WS-ShipTo-File-Status = "00"
               READ ShipToFile
                   AT END SET EndOfShipToFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfShipToFile
                   IF Ship-To-Count < 3000
                       ADD 1 TO Ship-To-Count
                       MOVE ShipTo-CustomerID
                           TO STT-CustomerID(Ship-To-Count)
                       MOVE ShipTo-Point TO STT-Point(Ship-To-Count)
                   END-IF
                   READ ShipToFile
                       AT END SET EndOfShipToFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ShipToFile
           END-IF.

       2000-IMPORT-ONE-LINE.
           ADD 1 TO Lines-Read.
           IF EDI-Partner-ID NOT = Prev-Partner-ID
           IF Line-Is-OK PERFORM 2140-CHECK-QUANTITY END-IF.
           IF Line-Is-OK PERFORM 2150-CHECK-DATE END-IF.
           IF Line-Is-OK PERFORM 2160-CHECK-REASON END-IF.
           IF Line-Is-OK PERFORM 2170-CHECK-SHIP-POINT END-IF.

       2110-CHECK-CUSTOMER.
           MOVE "N" TO Line-OK-Switch.
               END-IF
           END-IF.

      * Partner files from before the field read spaces here and go
      * to the CUSTMAST.DAT address.
       2170-CHECK-SHIP-POINT.
           IF EDI-Ship-Point NOT = SPACES
               MOVE "N" TO Line-OK-Switch
               PERFORM VARYING STT-Idx FROM 1 BY 1
                   UNTIL STT-Idx > Ship-To-Count OR Line-Is-OK
                   IF STT-CustomerID(STT-Idx) = EDI-CustomerID
                       AND STT-Point(STT-Idx) = EDI-Ship-Point
                       MOVE "Y" TO Line-OK-Switch
                   END-IF
               END-PERFORM
               IF NOT Line-Is-OK
                   MOVE "DELIVERY POINT NOT ON SHIPTO"
                       TO Line-Reject-Reason
               END-IF
           END-IF.

       2200-ACCEPT-LINE.
           MOVE SPACES TO Sales-Rec.
           MOVE EDI-CustomerID TO SalesFile-CustomerID.
               MOVE EDI-Reason-Code TO SalesFile-Reason-Code
           END-IF.
           MOVE Site-Branch-Code TO SalesFile-Branch.
           MOVE EDI-Ship-Point TO SalesFile-Ship-Point.
           WRITE Sales-Rec.
           IF EDI-Order-Ref NOT = SPACES
               MOVE SPACES TO EdiOrderRef-Rec
               MOVE EDI-CustomerID TO ORF-CustomerID
               MOVE EDI-OilID TO ORF-OilID
               MOVE EDI-UnitSize-N TO ORF-UnitSize
               MOVE EDI-Trans-Date-N TO ORF-Trans-Date
               MOVE EDI-Ship-Point TO ORF-Ship-Point
               MOVE EDI-Partner-ID TO ORF-Partner-ID
               MOVE EDI-Order-Ref TO ORF-Order-Ref
               MOVE Business-Date TO ORF-Import-Date
               WRITE EdiOrderRef-Rec
           END-IF.
           ADD 1 TO Lines-Accepted, Partner-Accepted.
           MOVE "ACCEPTED" TO Prn-Disposition.
           MOVE EdiOrder-Rec TO Prn-Order-Image.
