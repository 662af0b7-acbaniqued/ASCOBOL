      *          despatch file already confirmed, so the credit note
      *          still flows on the next invoicing run.
      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - The quote number and quoted price of a line converted
      *     from a quotation pass onto its despatch line for
      *     InvoiceGen to bill at.
      *   - A customer's lines are picked as one list per SHIPTO.DAT
      *     delivery point, each headed with the address it ships
      *     to, so lines for different points never share a parcel.
      *     The point rides on the despatch line for DespConf and
      *     InvoiceGen.
      *   - Each list closes with a dangerous-goods declaration for
      *     any line whose oil OILMAST.DAT classifies - UN number,
      *     hazard class and packing group - marking bottles within
      *     the oil's limited-quantity size as LTD QTY, and warning
      *     that a full DG parcel needs a DG-approved carrier.
      *   - A prepayment account's PROFORMA.DAT pro-forma number
      *     passes onto the despatch line, so DespConf can hold the
      *     line until the pro-forma is paid.
      *   - Each line picks from the branch that sold it and shows
      *     that branch's STOCKBR.DAT on-hand, flagged SHORT where
      *     the night's posting took the branch below zero.
      *   - Under each oil's total, every lot of the oil still on QC
      *     hold or rejected by QC on STKLOTS.DAT is listed as not
      *     to be picked.
      *   - The picker is pointed at each oil's first-to-expire lot,
      *     marked CLEARANCE where the expiry run has quarantined
      *     it, and lots expired for write-off join the do-not-pick
      *     lines.
      *   - A line sold from a customer's CONSIGN.DAT consignment
      *     location is usage of stock already on their shelf: it
      *     goes onto the despatch file confirmed in full and is
      *     not picked.
      *   - The customer master is indexed on customer id; it is still
      *     read through in key order.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PickList.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Despatch-File-Status.

      * Customer delivery points kept by ShipToMaint, and the
      * customer master for the main address of a line with none.
       SELECT ShipToFile ASSIGN TO "SHIPTO.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ShipTo-File-Status.

       SELECT CustMasterFile ASSIGN TO "CUSTMAST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS CustMast-CustomerID
                 FILE STATUS IS WS-CustMaster-File-Status.

      * Dangerous-goods classification of each oil.
       SELECT OilMasterFile ASSIGN TO "OILMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OilMaster-File-Status.

      * Stock per branch, posted by StockUpdate ahead of picking.
       SELECT BranchStockFile ASSIGN TO "STOCKBR.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BranchStock-File-Status.

      * Open lots, for those QC has not released.
       SELECT StockLotFile ASSIGN TO "STKLOTS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-StockLot-File-Status.

      * Consignment customers' locations, whose usage ships nothing.
       SELECT ConsignFile ASSIGN TO "CONSIGN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Consign-File-Status.

       SELECT PickListRep ASSIGN TO "PICKLIST.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "RUNLOGFC.CPY".
           02  Sort-Trans-Seq         PIC 9(7).
           02  Sort-Trans-Date        PIC 9(8).
           02  Sort-Reason-Code       PIC X(2).
           02  Sort-Quote-Number      PIC X(6).
           02  Sort-Quote-Price       PIC X(5).
           02  Sort-Ship-Point        PIC X(3).
           02  Sort-ProForma-Number   PIC X(6).
           02  Sort-Branch            PIC X(3).

       FD DespatchFile.
       01 Desp-Rec.
           02  Desp-Status            PIC X.
               88 Desp-Is-Pending     VALUE "P".
               88 Desp-Is-Confirmed   VALUE "C".
      * Quotation the line was converted from and its quoted price;
      * spaces on an ordinary line.
           02  Desp-Quote-Number      PIC X(6).
           02  Desp-Quote-Price       PIC X(5).
      * SHIPTO.DAT delivery point; spaces for the CUSTMAST.DAT
      * address.
           02  Desp-Ship-Point        PIC X(3).
      * PROFORMA.DAT pro-forma the line must be paid against before
      * it ships; spaces on an ordinary account.
           02  Desp-ProForma-Number   PIC X(6).

       FD ShipToFile.
       01 ShipTo-Rec.
           88 EndOfShipToFile     VALUE HIGH-VALUES.
           02  ShipTo-CustomerID      PIC X(5).
           02  FILLER                 PIC X.
           02  ShipTo-Point           PIC X(3).
           02  FILLER                 PIC X.
           02  ShipTo-Name            PIC X(20).
           02  FILLER                 PIC X.
           02  ShipTo-Address         PIC X(30).
           02  FILLER                 PIC X.
           02  ShipTo-Town            PIC X(20).
           02  FILLER                 PIC X.
           02  ShipTo-Postcode        PIC X(8).

       FD CustMasterFile.
       01 CustMast-Rec.
           88 EndOfCustMasterFile VALUE HIGH-VALUES.
           02  CustMast-CustomerID    PIC X(5).
           02  FILLER                 PIC X.
           02  CustMast-Region        PIC X(10).
           02  FILLER                 PIC X.
           02  CustMast-RepCode       PIC X(3).
           02  FILLER                 PIC X.
           02  CustMast-CommRate      PIC V999.
           02  FILLER                 PIC X.
           02  CustMast-Address       PIC X(30).
           02  FILLER                 PIC X(26).

       FD OilMasterFile.
       01 OilMast-Rec.
           88 EndOfOilMasterFile  VALUE HIGH-VALUES.
           02  OilMast-OilNum         PIC 99.
           02  FILLER                 PIC X.
           02  OilMast-Name           PIC X(20).
           02  FILLER                 PIC X.
           02  OilMast-Description    PIC X(30).
           02  FILLER                 PIC X.
           02  OilMast-UOM            PIC X(5).
      * Transport classification; hazard class spaces for an oil
      * that ships unrestricted. Bottles up to the limited-quantity
      * size go as LTD QTY rather than full dangerous goods.
           02  FILLER                 PIC X.
           02  OilMast-UN-Number      PIC X(4).
           02  FILLER                 PIC X.
           02  OilMast-Hazard-Class   PIC X(3).
           02  FILLER                 PIC X.
           02  OilMast-Packing-Group  PIC X(3).
           02  FILLER                 PIC X.
           02  OilMast-LQ-Max-Size    PIC 99.

       FD BranchStockFile.
       01 BranchStock-Rec.
           88 EndOfBranchStockFile  VALUE HIGH-VALUES.
           02  BrStock-Branch         PIC X(3).
           02  FILLER                 PIC X.
           02  BrStock-OilNum         PIC 99.
           02  FILLER                 PIC X.
           02  BrStock-OnHand         PIC S9(7)
               SIGN IS TRAILING SEPARATE.

       FD StockLotFile.
       01 StockLot-Rec.
           88 EndOfStockLotFile   VALUE HIGH-VALUES.
           02  Lot-OilNum             PIC 99.
           02  FILLER                 PIC X.
           02  Lot-Number             PIC X(10).
           02  FILLER                 PIC X.
           02  Lot-Expiry-Date        PIC 9(8).
           02  FILLER                 PIC X.
           02  Lot-Rcpt-Date          PIC 9(8).
           02  FILLER                 PIC X.
           02  Lot-Qty-Left           PIC S9(7)
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  Lot-Unit-Cost          PIC 9(5)V99.
      * H on QC hold, A released, R rejected; Q quarantined near
      * expiry, E expired awaiting write-off, W written off.
           02  FILLER                 PIC X.
           02  Lot-QC-Status          PIC X.
               88 Lot-Not-Drawable    VALUES "H" "R" "E" "W".
               88 Lot-Quarantined     VALUE "Q".

       FD ConsignFile.
       01 Consign-Rec.
           88 EndOfConsignFile    VALUE HIGH-VALUES.
           02  CNS-CustomerID         PIC X(5).
           02  FILLER                 PIC X.
           02  CNS-Location           PIC X(3).

       FD PickListRep.
       01 Pick-Print-Line             PIC X(72).
       WORKING-STORAGE SECTION.
       01  WS-Sorted-File-Status        PIC XX.
       01  WS-Despatch-File-Status      PIC XX.
       01  WS-ShipTo-File-Status        PIC XX.
       01  WS-CustMaster-File-Status    PIC XX.
       01  WS-OilMaster-File-Status     PIC XX.
       01  WS-BranchStock-File-Status   PIC XX.
       01  WS-StockLot-File-Status      PIC XX.
       01  WS-Consign-File-Status       PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

               03  CLN-UnitSize         PIC 99.
               03  CLN-UnitsSold        PIC 999.
               03  CLN-Trans-Seq        PIC 9(7).
               03  CLN-Ship-Point       PIC X(3).
               03  CLN-Branch           PIC X(3).
               03  CLN-Printed          PIC X.
                   88 CLN-Was-Printed   VALUE "Y".

       01  Oil-Units-Total              PIC 9(7).

       01  Prev-Cust-Id                 PIC X(5).
      * The delivery point whose list is printing; a customer block
      * prints one list per point it has lines for.
       01  Current-Ship-Point           PIC X(3).
       01  Point-Pending-Switch         PIC X.
           88 Point-Pending             VALUE "Y".

       01  Ship-To-Table.
           02  Ship-To-Entry OCCURS 3000 TIMES.
               03  STT-CustomerID       PIC X(5).
               03  STT-Point            PIC X(3).
               03  STT-Name             PIC X(20).
               03  STT-Address          PIC X(30).
               03  STT-Town             PIC X(20).
               03  STT-Postcode         PIC X(8).
       01  Ship-To-Count                PIC 9(4) VALUE ZEROS.
       01  STT-Idx                      PIC 9(4).
       01  STT-Found-Idx                PIC 9(4).

       01  Cust-Address-Table.
           02  Cust-Address-Entry OCCURS 5000 TIMES.
               03  CAD-CustomerID       PIC X(5).
               03  CAD-Address          PIC X(30).
       01  Cust-Address-Count           PIC 9(4) VALUE ZEROS.
       01  CAD-Idx                      PIC 9(4).
       01  Oil-DG-Table.
           02  Oil-DG-Entry OCCURS 30 TIMES.
               03  ODG-UN-Number        PIC X(4) VALUE SPACES.
               03  ODG-Hazard-Class     PIC X(3) VALUE SPACES.
               03  ODG-Packing-Group    PIC X(3) VALUE SPACES.
               03  ODG-LQ-Max-Size      PIC 99   VALUE ZEROS.
       01  DG-Lines-Switch              PIC X.
           88 DG-Lines-Found            VALUE "Y".
       01  Full-DG-Switch               PIC X.
           88 Full-DG-Found             VALUE "Y".
       01  Branch-Stock-Table.
           02  Branch-Stock-Entry OCCURS 300 TIMES.
               03  BST-Branch           PIC X(3).
               03  BST-OilNum           PIC 99.
               03  BST-OnHand           PIC S9(7).
       01  Branch-Stock-Count           PIC 9(3) VALUE ZEROS.
       01  BST-Idx                      PIC 9(3).
       01  BST-Found-Idx                PIC 9(3).

       01  Consign-Location-Table.
           02  Consign-Location         PIC X(3) OCCURS 100 TIMES.
       01  Consign-Location-Count       PIC 9(3) VALUE ZEROS.
       01  CNL-Idx                      PIC 9(3).
       01  Consign-Line-Switch          PIC X.
           88 Consign-Usage-Line        VALUE "Y".
       01  Consign-Lines-Written        PIC 9(7) VALUE ZEROS.
       01  Held-Lot-Table.
           02  Held-Lot-Entry OCCURS 200 TIMES.
               03  HLT-OilNum           PIC 99.
               03  HLT-Number           PIC X(10).
               03  HLT-QC-Status        PIC X.
                   88 HLT-Rejected      VALUE "R".
                   88 HLT-Expired       VALUE "E".
       01  Held-Lot-Count               PIC 9(3) VALUE ZEROS.
       01  HLT-Idx                      PIC 9(3).
      * Each oil's first-to-expire drawable lot, by oil number; a
      * lot with no expiry date sorts after every dated one.
       01  First-Expiry-Table.
           02  First-Expiry-Entry OCCURS 99 TIMES.
               03  FXT-Number           PIC X(10).
               03  FXT-Expiry-Date      PIC 9(8).
               03  FXT-Sort-Date        PIC 9(8).
               03  FXT-Rcpt-Date        PIC 9(8).
               03  FXT-Quarantined      PIC X.
       01  Lot-Sort-Date                PIC 9(8).
       01  Pick-Lists-Written           PIC 9(5) VALUE ZEROS.
       01  Despatch-Lines-Written       PIC 9(7) VALUE ZEROS.

           02  Prn-Pick-Cust-Id         PIC X(5).
           02  FILLER                   PIC X(1)  VALUE ")".

       01  Pick-Deliver-Line.
           02  FILLER                   PIC X(14) VALUE
               " DELIVER TO : ".
           02  Prn-Deliver-Point        PIC X(3).
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Deliver-Name         PIC X(20).
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Deliver-Address      PIC X(30).

       01  Pick-Deliver-Town-Line.
           02  FILLER                   PIC X(18) VALUE SPACES.
           02  Prn-Deliver-Town         PIC X(20).
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Deliver-Postcode     PIC X(8).

       01  Pick-Topic-Line              PIC X(72) VALUE
           " SEQ      OIL  SIZE   QTY  BRN     ON-HAND".

       01  Pick-Detail-Line.
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Pick-Size            PIC Z9.
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  Prn-Pick-Qty             PIC ZZ9.
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  Prn-Pick-Branch          PIC X(3).
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  Prn-Pick-Br-OnHand       PIC ZZZZ,ZZ9-.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Pick-Short           PIC X(5).

       01  Pick-Oil-Total-Line.
           02  FILLER                   PIC X(10) VALUE SPACES.
           02  Prn-Tot-Units            PIC ZZZ,ZZ9.
           02  FILLER                   PIC X(6)  VALUE " UNITS".

       01  Pick-Held-Lot-Line.
           02  FILLER                   PIC X(10) VALUE SPACES.
           02  FILLER                   PIC X(16) VALUE
               "DO NOT PICK LOT ".
           02  Prn-Held-Lot-Number      PIC X(10).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Held-Reason          PIC X(11).

       01  Pick-First-Lot-Line.
           02  FILLER                   PIC X(10) VALUE SPACES.
           02  FILLER                   PIC X(16) VALUE
               "PICK FROM LOT   ".
           02  Prn-First-Lot-Number     PIC X(10).
           02  FILLER                   PIC X(9)  VALUE " EXPIRES ".
           02  Prn-First-Lot-Expiry     PIC 9(8).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-First-Lot-Clearance  PIC X(9).

       01  Pick-DG-Heading-Line.
           02  FILLER                   PIC X(36) VALUE
               " DANGEROUS GOODS DECLARATION UN     ".
           02  FILLER                   PIC X(25) VALUE
               " CLASS PG   OIL  SIZE QTY".

       01  Pick-DG-Detail-Line.
           02  FILLER                   PIC X(29) VALUE SPACES.
           02  FILLER                   PIC X(2)  VALUE "UN".
           02  Prn-DG-UN-Number         PIC X(4).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-DG-Class             PIC X(3).
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  Prn-DG-PG                PIC X(3).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-DG-OilID             PIC X(3).
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  Prn-DG-Size              PIC Z9.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-DG-Qty               PIC ZZ9.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-DG-Marking           PIC X(7).

       01  Pick-DG-Carrier-Line         PIC X(72) VALUE
           " ** FULL DANGEROUS GOODS - DG-APPROVED CARRIER ONLY **".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-SHIP-TO-POINTS.
           PERFORM 1100-LOAD-CUSTOMER-ADDRESSES.
           PERFORM 1200-LOAD-OIL-CLASSES.
           PERFORM 1300-LOAD-BRANCH-STOCK.
           PERFORM 1400-LOAD-HELD-LOTS.
           PERFORM 1500-LOAD-CONSIGN-LOCATIONS.
           OPEN INPUT SortedFile.
           IF WS-Sorted-File-Status NOT = "00"
               DISPLAY "WARNING: SORTSALE.DAT NOT AVAILABLE - NO "
           END-IF.
           DISPLAY "PICKING LISTS WRITTEN: " Pick-Lists-Written.
           DISPLAY "DESPATCH LINES WRITTEN: " Despatch-Lines-Written.
           DISPLAY "CONSIGNMENT USAGE LINES: " Consign-Lines-Written.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-SHIP-TO-POINTS.
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
                       MOVE ShipTo-Name TO STT-Name(Ship-To-Count)
                       MOVE ShipTo-Address
                           TO STT-Address(Ship-To-Count)
                       MOVE ShipTo-Town TO STT-Town(Ship-To-Count)
                       MOVE ShipTo-Postcode
                           TO STT-Postcode(Ship-To-Count)
                   ELSE
                       DISPLAY "WARNING: SHIPTO.DAT TABLE FULL, "
                           "POINT " ShipTo-CustomerID "/"
                           ShipTo-Point " SKIPPED"
                   END-IF
                   READ ShipToFile
                       AT END SET EndOfShipToFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ShipToFile
           END-IF.

       1100-LOAD-CUSTOMER-ADDRESSES.
           OPEN INPUT CustMasterFile.
           IF WS-CustMaster-File-Status = "00"
               READ CustMasterFile
                   AT END SET EndOfCustMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCustMasterFile
                   IF Cust-Address-Count < 5000
                       ADD 1 TO Cust-Address-Count
                       MOVE CustMast-CustomerID
                           TO CAD-CustomerID(Cust-Address-Count)
                       MOVE CustMast-Address
                           TO CAD-Address(Cust-Address-Count)
                   END-IF
                   READ CustMasterFile
                       AT END SET EndOfCustMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CustMasterFile
           END-IF.

       1200-LOAD-OIL-CLASSES.
           OPEN INPUT OilMasterFile.
           IF WS-OilMaster-File-Status = "00"
               READ OilMasterFile
                   AT END SET EndOfOilMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOilMasterFile
                   IF OilMast-OilNum IS NUMERIC
                       AND OilMast-OilNum > ZERO
                       AND OilMast-OilNum <= 30
                       MOVE OilMast-UN-Number
                           TO ODG-UN-Number(OilMast-OilNum)
                       MOVE OilMast-Hazard-Class
                           TO ODG-Hazard-Class(OilMast-OilNum)
                       MOVE OilMast-Packing-Group
                           TO ODG-Packing-Group(OilMast-OilNum)
                       IF OilMast-LQ-Max-Size IS NUMERIC
                           MOVE OilMast-LQ-Max-Size
                               TO ODG-LQ-Max-Size(OilMast-OilNum)
                       END-IF
                   END-IF
                   READ OilMasterFile
                       AT END SET EndOfOilMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OilMasterFile
           END-IF.

       1300-LOAD-BRANCH-STOCK.
           OPEN INPUT BranchStockFile.
           IF WS-BranchStock-File-Status = "00"
               READ BranchStockFile
                   AT END SET EndOfBranchStockFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfBranchStockFile
                   IF Branch-Stock-Count < 300
                       ADD 1 TO Branch-Stock-Count
                       MOVE BrStock-Branch
                           TO BST-Branch(Branch-Stock-Count)
                       MOVE BrStock-OilNum
                           TO BST-OilNum(Branch-Stock-Count)
                       MOVE BrStock-OnHand
                           TO BST-OnHand(Branch-Stock-Count)
                   END-IF
                   READ BranchStockFile
                       AT END SET EndOfBranchStockFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BranchStockFile
           END-IF.

       1400-LOAD-HELD-LOTS.
           PERFORM VARYING HLT-Idx FROM 1 BY 1 UNTIL HLT-Idx > 99
               MOVE SPACES TO FXT-Number(HLT-Idx)
               MOVE ZEROS TO FXT-Expiry-Date(HLT-Idx)
               MOVE 99999999 TO FXT-Sort-Date(HLT-Idx)
               MOVE 99999999 TO FXT-Rcpt-Date(HLT-Idx)
               MOVE "N" TO FXT-Quarantined(HLT-Idx)
           END-PERFORM.
           OPEN INPUT StockLotFile.
           IF WS-StockLot-File-Status = "00"
               READ StockLotFile
                   AT END SET EndOfStockLotFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfStockLotFile
                   IF Lot-Not-Drawable AND Lot-Qty-Left > ZERO
                       AND Held-Lot-Count < 200
                       ADD 1 TO Held-Lot-Count
                       MOVE Lot-OilNum TO HLT-OilNum(Held-Lot-Count)
                       MOVE Lot-Number TO HLT-Number(Held-Lot-Count)
                       MOVE Lot-QC-Status
                           TO HLT-QC-Status(Held-Lot-Count)
                   END-IF
                   IF NOT Lot-Not-Drawable AND Lot-Qty-Left > ZERO
                       AND Lot-OilNum > ZERO
                       PERFORM 1450-NOTE-FIRST-EXPIRY
                   END-IF
                   READ StockLotFile
                       AT END SET EndOfStockLotFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StockLotFile
           END-IF.

      * The same first-to-expire order StockUpdate relieves the lots
      * in, ties going to the older receipt.
       1450-NOTE-FIRST-EXPIRY.
           IF Lot-Expiry-Date IS NUMERIC AND Lot-Expiry-Date > ZERO
               MOVE Lot-Expiry-Date TO Lot-Sort-Date
           ELSE
               MOVE 99999999 TO Lot-Sort-Date
           END-IF.
           IF Lot-Sort-Date < FXT-Sort-Date(Lot-OilNum)
               OR (Lot-Sort-Date = FXT-Sort-Date(Lot-OilNum)
               AND Lot-Rcpt-Date < FXT-Rcpt-Date(Lot-OilNum))
               MOVE Lot-Number TO FXT-Number(Lot-OilNum)
               MOVE Lot-Sort-Date TO FXT-Sort-Date(Lot-OilNum)
               MOVE Lot-Rcpt-Date TO FXT-Rcpt-Date(Lot-OilNum)
               IF Lot-Expiry-Date IS NUMERIC
                   MOVE Lot-Expiry-Date
                       TO FXT-Expiry-Date(Lot-OilNum)
               ELSE
                   MOVE ZEROS TO FXT-Expiry-Date(Lot-OilNum)
               END-IF
               IF Lot-Quarantined
                   MOVE "Y" TO FXT-Quarantined(Lot-OilNum)
               ELSE
                   MOVE "N" TO FXT-Quarantined(Lot-OilNum)
               END-IF
           END-IF.

       1500-LOAD-CONSIGN-LOCATIONS.
           OPEN INPUT ConsignFile.
           IF WS-Consign-File-Status = "00"
               READ ConsignFile
                   AT END SET EndOfConsignFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfConsignFile
                   IF Consign-Location-Count < 100
                       AND CNS-Location NOT = SPACES
                       ADD 1 TO Consign-Location-Count
                       MOVE CNS-Location
                           TO Consign-Location(Consign-Location-Count)
                   END-IF
                   READ ConsignFile
                       AT END SET EndOfConsignFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ConsignFile
           END-IF.

      * One customer's contiguous block: every line goes onto the
      * despatch file; the outgoing ones also collect for the
      * oil-grouped picking section.
           MOVE ZEROS TO Cust-Line-Count.
           PERFORM UNTIL EndOfSortedFile
               OR Sort-CustomerID NOT = Prev-Cust-Id
               PERFORM 2050-CHECK-CONSIGN-LINE
               PERFORM 2100-WRITE-DESPATCH-LINE
               IF Sort-UnitsSold > ZERO
                   AND NOT Consign-Usage-Line
                   AND Cust-Line-Count < 200
                   ADD 1 TO Cust-Line-Count
                   MOVE Sort-OilNum TO CLN-OilNum(Cust-Line-Count)
                       TO CLN-UnitsSold(Cust-Line-Count)
                   MOVE Sort-Trans-Seq
                       TO CLN-Trans-Seq(Cust-Line-Count)
                   MOVE Sort-Ship-Point
                       TO CLN-Ship-Point(Cust-Line-Count)
                   IF Sort-Branch = SPACES
                       MOVE "HQ " TO CLN-Branch(Cust-Line-Count)
                   ELSE
                       MOVE Sort-Branch
                           TO CLN-Branch(Cust-Line-Count)
                   END-IF
                   MOVE "N" TO CLN-Printed(Cust-Line-Count)
               END-IF
               READ SortedFile
                   AT END SET EndOfSortedFile TO TRUE
               END-READ
           END-PERFORM.
           PERFORM 2200-FIND-NEXT-POINT.
           PERFORM UNTIL NOT Point-Pending
               ADD 1 TO Pick-Lists-Written
               WRITE Pick-Print-Line FROM Pick-Customer-Line
               AFTER ADVANCING 2 LINES
               PERFORM 2250-PRINT-DELIVERY-ADDRESS
               WRITE Pick-Print-Line FROM Pick-Topic-Line
               AFTER ADVANCING 1 LINE
               PERFORM 2300-PRINT-GROUPED-BY-OIL
               PERFORM 2600-PRINT-DG-DECLARATION
               PERFORM 2200-FIND-NEXT-POINT
           END-PERFORM.

       2050-CHECK-CONSIGN-LINE.
           MOVE "N" TO Consign-Line-Switch.
           IF Sort-Branch NOT = SPACES
               PERFORM VARYING CNL-Idx FROM 1 BY 1
                   UNTIL CNL-Idx > Consign-Location-Count
                   OR Consign-Usage-Line
                   IF Consign-Location(CNL-Idx) = Sort-Branch
                       SET Consign-Usage-Line TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      * An outgoing line starts pending, waiting on the warehouse; a
      * return needs no picking and goes on already confirmed so the
      * credit note still flows. Consignment usage has already left
      * the customer's shelf, so it goes on confirmed in full and
      * invoices on the next run.
       2100-WRITE-DESPATCH-LINE.
           MOVE SPACES TO Desp-Rec.
           MOVE Sort-CustomerID TO Desp-CustomerID.
           MOVE Sort-Trans-Seq TO Desp-Trans-Seq.
           MOVE Sort-Trans-Date TO Desp-Trans-Date.
           MOVE Sort-Reason-Code TO Desp-Reason-Code.
           MOVE Sort-Quote-Number TO Desp-Quote-Number.
           MOVE Sort-Quote-Price TO Desp-Quote-Price.
           MOVE Sort-Ship-Point TO Desp-Ship-Point.
           MOVE Sort-ProForma-Number TO Desp-ProForma-Number.
           EVALUATE TRUE
               WHEN Sort-UnitsSold > ZERO AND Consign-Usage-Line
                   MOVE Sort-UnitsSold TO Desp-Confirmed-Qty
                   MOVE "C" TO Desp-Status
                   ADD 1 TO Consign-Lines-Written
               WHEN Sort-UnitsSold > ZERO
                   MOVE ZEROS TO Desp-Confirmed-Qty
                   MOVE "P" TO Desp-Status
               WHEN OTHER
                   MOVE ZEROS TO Desp-Confirmed-Qty
                   MOVE "C" TO Desp-Status
           END-EVALUATE.
           WRITE Desp-Rec.
           ADD 1 TO Despatch-Lines-Written.

      * The point of the first line not yet printed, if any; its
      * list then takes every other line for the same point.
       2200-FIND-NEXT-POINT.
           MOVE "N" TO Point-Pending-Switch.
           PERFORM VARYING CLN-Idx FROM 1 BY 1
               UNTIL CLN-Idx > Cust-Line-Count OR Point-Pending
               IF NOT CLN-Was-Printed(CLN-Idx)
                   MOVE CLN-Ship-Point(CLN-Idx)
                       TO Current-Ship-Point
                   SET Point-Pending TO TRUE
               END-IF
           END-PERFORM.

      * The SHIPTO.DAT address for a point, the CUSTMAST.DAT
      * address for a line with none or a point since deleted.
       2250-PRINT-DELIVERY-ADDRESS.
           MOVE Current-Ship-Point TO Prn-Deliver-Point.
           MOVE SPACES TO Prn-Deliver-Name, Prn-Deliver-Address,
               Prn-Deliver-Town, Prn-Deliver-Postcode.
           MOVE ZEROS TO STT-Found-Idx.
           IF Current-Ship-Point NOT = SPACES
               PERFORM VARYING STT-Idx FROM 1 BY 1
                   UNTIL STT-Idx > Ship-To-Count
                   OR STT-Found-Idx > ZERO
                   IF STT-CustomerID(STT-Idx) = Prev-Cust-Id
                       AND STT-Point(STT-Idx) = Current-Ship-Point
                       MOVE STT-Idx TO STT-Found-Idx
                   END-IF
               END-PERFORM
           END-IF.
           IF STT-Found-Idx > ZERO
               MOVE STT-Name(STT-Found-Idx) TO Prn-Deliver-Name
               MOVE STT-Address(STT-Found-Idx) TO Prn-Deliver-Address
               MOVE STT-Town(STT-Found-Idx) TO Prn-Deliver-Town
               MOVE STT-Postcode(STT-Found-Idx)
                   TO Prn-Deliver-Postcode
           ELSE
               MOVE "MAIN ADDRESS" TO Prn-Deliver-Name
               PERFORM VARYING CAD-Idx FROM 1 BY 1
                   UNTIL CAD-Idx > Cust-Address-Count
                   IF CAD-CustomerID(CAD-Idx) = Prev-Cust-Id
                       MOVE CAD-Address(CAD-Idx)
                           TO Prn-Deliver-Address
                   END-IF
               END-PERFORM
           END-IF.
           WRITE Pick-Print-Line FROM Pick-Deliver-Line
           AFTER ADVANCING 1 LINE.
           IF Prn-Deliver-Town NOT = SPACES
               OR Prn-Deliver-Postcode NOT = SPACES
               WRITE Pick-Print-Line FROM Pick-Deliver-Town-Line
               AFTER ADVANCING 1 LINE
           END-IF.

      * Lowest oil number still unprinted, then all of that oil's
      * lines with a units subtotal, so the picker walks the shelf
      * once.
           PERFORM VARYING CLN-Idx FROM 1 BY 1
               UNTIL CLN-Idx > Cust-Line-Count
               IF NOT CLN-Was-Printed(CLN-Idx)
                   AND CLN-Ship-Point(CLN-Idx) = Current-Ship-Point
                   AND (Lowest-Oil-Num = ZEROS
                       OR CLN-OilNum(CLN-Idx) < Lowest-Oil-Num)
                   MOVE CLN-OilNum(CLN-Idx) TO Lowest-Oil-Num
           PERFORM VARYING CLN-Idx FROM 1 BY 1
               UNTIL CLN-Idx > Cust-Line-Count
               IF NOT CLN-Was-Printed(CLN-Idx)
                   AND CLN-Ship-Point(CLN-Idx) = Current-Ship-Point
                   AND CLN-OilNum(CLN-Idx) = Lowest-Oil-Num
                   MOVE "Y" TO CLN-Printed(CLN-Idx)
                   COMPUTE Oil-Units-Total = Oil-Units-Total
                   MOVE CLN-OilID(CLN-Idx) TO Prn-Pick-OilID
                   MOVE CLN-UnitSize(CLN-Idx) TO Prn-Pick-Size
                   MOVE CLN-UnitsSold(CLN-Idx) TO Prn-Pick-Qty
                   PERFORM 2550-SHOW-BRANCH-STOCK
                   WRITE Pick-Print-Line FROM Pick-Detail-Line
                   AFTER ADVANCING 1 LINE
               END-IF
           MOVE Oil-Units-Total TO Prn-Tot-Units.
           WRITE Pick-Print-Line FROM Pick-Oil-Total-Line
           AFTER ADVANCING 1 LINE.
           PERFORM 2560-PRINT-HELD-LOTS.

      * The selling branch's on-hand after the night's posting; a
      * negative figure means the branch sold stock it does not
      * hold and the line needs a transfer in before it can go.
       2550-SHOW-BRANCH-STOCK.
           MOVE CLN-Branch(CLN-Idx) TO Prn-Pick-Branch.
           MOVE ZEROS TO BST-Found-Idx.
           PERFORM VARYING BST-Idx FROM 1 BY 1
               UNTIL BST-Idx > Branch-Stock-Count
               OR BST-Found-Idx > ZERO
               IF BST-Branch(BST-Idx) = CLN-Branch(CLN-Idx)
                   AND BST-OilNum(BST-Idx) = CLN-OilNum(CLN-Idx)
                   MOVE BST-Idx TO BST-Found-Idx
               END-IF
           END-PERFORM.
           MOVE SPACES TO Prn-Pick-Short.
           IF BST-Found-Idx > ZERO
               MOVE BST-OnHand(BST-Found-Idx) TO Prn-Pick-Br-OnHand
               IF BST-OnHand(BST-Found-Idx) < ZERO
                   MOVE "SHORT" TO Prn-Pick-Short
               END-IF
           ELSE
               MOVE ZEROS TO Prn-Pick-Br-OnHand
           END-IF.

      * The oil's lots QC has not released sit on the same shelf as
      * the good stock; the picker is told which to leave, and which
      * lot to take first.
       2560-PRINT-HELD-LOTS.
           IF FXT-Number(Lowest-Oil-Num) NOT = SPACES
               MOVE FXT-Number(Lowest-Oil-Num)
                   TO Prn-First-Lot-Number
               MOVE FXT-Expiry-Date(Lowest-Oil-Num)
                   TO Prn-First-Lot-Expiry
               IF FXT-Quarantined(Lowest-Oil-Num) = "Y"
                   MOVE "CLEARANCE" TO Prn-First-Lot-Clearance
               ELSE
                   MOVE SPACES TO Prn-First-Lot-Clearance
               END-IF
               WRITE Pick-Print-Line FROM Pick-First-Lot-Line
               AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM VARYING HLT-Idx FROM 1 BY 1
               UNTIL HLT-Idx > Held-Lot-Count
               IF HLT-OilNum(HLT-Idx) = Lowest-Oil-Num
                   MOVE HLT-Number(HLT-Idx) TO Prn-Held-Lot-Number
                   EVALUATE TRUE
                       WHEN HLT-Rejected(HLT-Idx)
                           MOVE "QC REJECTED" TO Prn-Held-Reason
                       WHEN HLT-Expired(HLT-Idx)
                           MOVE "EXPIRED" TO Prn-Held-Reason
                       WHEN OTHER
                           MOVE "QC HOLD" TO Prn-Held-Reason
                   END-EVALUATE
                   WRITE Pick-Print-Line FROM Pick-Held-Lot-Line
                   AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.

      * Every classified line of the list just printed, the same
      * point's lines; a bottle over the oil's limited-quantity size
      * makes the parcel full dangerous goods.
       2600-PRINT-DG-DECLARATION.
           MOVE "N" TO DG-Lines-Switch.
           MOVE "N" TO Full-DG-Switch.
           PERFORM VARYING CLN-Idx FROM 1 BY 1
               UNTIL CLN-Idx > Cust-Line-Count
               IF CLN-Ship-Point(CLN-Idx) = Current-Ship-Point
                   AND CLN-OilNum(CLN-Idx) > ZERO
                   AND CLN-OilNum(CLN-Idx) <= 30
                   AND ODG-Hazard-Class(CLN-OilNum(CLN-Idx))
                       NOT = SPACES
                   IF NOT DG-Lines-Found
                       SET DG-Lines-Found TO TRUE
                       WRITE Pick-Print-Line FROM Pick-DG-Heading-Line
                       AFTER ADVANCING 2 LINES
                   END-IF
                   MOVE ODG-UN-Number(CLN-OilNum(CLN-Idx))
                       TO Prn-DG-UN-Number
                   MOVE ODG-Hazard-Class(CLN-OilNum(CLN-Idx))
                       TO Prn-DG-Class
                   MOVE ODG-Packing-Group(CLN-OilNum(CLN-Idx))
                       TO Prn-DG-PG
                   MOVE CLN-OilID(CLN-Idx) TO Prn-DG-OilID
                   MOVE CLN-UnitSize(CLN-Idx) TO Prn-DG-Size
                   MOVE CLN-UnitsSold(CLN-Idx) TO Prn-DG-Qty
                   IF CLN-UnitSize(CLN-Idx) <=
                       ODG-LQ-Max-Size(CLN-OilNum(CLN-Idx))
                       MOVE "LTD QTY" TO Prn-DG-Marking
                   ELSE
                       MOVE "FULL DG" TO Prn-DG-Marking
                       SET Full-DG-Found TO TRUE
                   END-IF
                   WRITE Pick-Print-Line FROM Pick-DG-Detail-Line
                   AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.
           IF Full-DG-Found
               WRITE Pick-Print-Line FROM Pick-DG-Carrier-Line
               AFTER ADVANCING 1 LINE
           END-IF.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="PICKLIST"==.
