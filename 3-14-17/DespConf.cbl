      *          the confirmed quantity only, carrying any short-
      *          shipped balance forward as a fresh pending line.
      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - The quote number and quoted price on a converted line
      *     survive the DESPATCH.DAT rewrite.
      *   - The despatch note prints the delivery address - the
      *     SHIPTO.DAT point the line carries, or the CUSTMAST.DAT
      *     address - each time the customer or delivery point
      *     changes, so each parcel's lines sit under their own
      *     address.
      *   - Each parcel is booked to a CARRRATE.DAT carrier as its
      *     address prints; when the parcel closes its weight (the
      *     PACKSIZE.DAT pack weight times the quantity shipped) is
      *     banded into our carrier cost and the freight charge, and
      *     a numbered parcel lands on MANIFEST.DAT for the carrier
      *     manifest and the InvoiceGen freight line.
      *   - A line of an oil OILMAST.DAT classifies as dangerous
      *     goods, in a bottle over its limited-quantity size, is
      *     refused unless the parcel's carrier is DG-approved on
      *     CARRRATE.DAT; each parcel's classified lines print as a
      *     dangerous-goods declaration on the note when it closes.
      *   - A prepayment account's line is refused until the
      *     PROFORMA.DAT pro-forma it was raised on has been paid;
      *     it stays pending for a later session.
      *   - For a customer CUSTMAST.DAT flags for certificates of
      *     analysis, each line shipped is followed on the note by
      *     a certificate for every lot LOTALLOC.DAT drew it from,
      *     printed from the lot's QCRESULT.DAT release.
      *   - The customer master is indexed on customer id; it is still
      *     read through in key order.
      *   - When a parcel for an EDI customer (CUSTMAST.DAT EDI flag Y)
      *     closes with something shipped, an advance shipping notice
      *     is appended to the customer's ASN<customer id>.DAT:
      *     delivery point, carrier and parcel number, each line with
      *     the partner order number from EDIORDREF.DAT, shipped and
      *     short quantities, and the lots drawn on. Each notice is
      *     numbered from ASNCTL.DAT and logged on ASNLOG.DAT for
      *     AsnCtlRpt.
      *   - A prepayment account's line that carries no pro-forma at
      *     all is refused as well, rather than shipping unpaid.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DespConf.
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

      * Carrier rates by weight band, and the per-size pack weights
      * a parcel's weight is built from.
       SELECT CarrRateFile ASSIGN TO "CARRRATE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CarrRate-File-Status.

       SELECT PackSizeFile ASSIGN TO "PACKSIZE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PackSize-File-Status.

      * One row per parcel closed this session, appended for the
      * carrier manifest and the invoice freight charge.
       SELECT ManifestFile ASSIGN TO "MANIFEST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Manifest-File-Status.

      * Last-used parcel number, the same control-file pattern as
      * INVCTL.DAT.
       SELECT ParcelCtlFile ASSIGN TO "PARCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ParcelCtl-File-Status.

      * Dangerous-goods classification of each oil.
       SELECT OilMasterFile ASSIGN TO "OILMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OilMaster-File-Status.

      * Pro-forma invoices raised for prepayment accounts, read for
      * whether each has been paid.
       SELECT ProFormaFile ASSIGN TO "PROFORMA.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ProForma-File-Status.

      * The lots each sale was drawn from, and the QC results the
      * certificates of analysis print from.
       SELECT LotAllocFile ASSIGN TO "LOTALLOC.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LotAlloc-File-Status.

       SELECT QcResultFile ASSIGN TO "QCRESULT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-QcResult-File-Status.

      * Partner order numbers EdiImport kept against each accepted
      * line, quoted back on the advance shipping notice.
       SELECT EdiOrderRefFile ASSIGN TO "EDIORDREF.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EdiOrderRef-File-Status.

      * The advance shipping notice for an EDI customer, one file per
      * customer (ASN<customer id>.DAT) that each notice appends to,
      * the CustFeed pattern; the notice log the control listing
      * and partner acknowledgements work from; and the last-used
      * notice number.
       SELECT AsnFile ASSIGN USING Asn-File-Name
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Asn-File-Status.

       SELECT AsnLogFile ASSIGN TO "ASNLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AsnLog-File-Status.

       SELECT AsnCtlFile ASSIGN TO "ASNCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AsnCtl-File-Status.

       SELECT DespNoteRep ASSIGN TO "DESPNOTE.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "OPSIGNFC.CPY".
           02  Desp-Status            PIC X.
               88 Desp-Is-Pending     VALUE "P".
               88 Desp-Is-Confirmed   VALUE "C".
           02  Desp-Quote-Number      PIC X(6).
           02  Desp-Quote-Price       PIC X(5).
           02  Desp-Ship-Point        PIC X(3).
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
           02  FILLER                 PIC X.
           02  CustMast-Currency      PIC X(3).
           02  FILLER                 PIC X.
           02  CustMast-EDI-Flag      PIC X.
           02  FILLER                 PIC X.
           02  CustMast-Credit-Limit  PIC 9(7).
           02  FILLER                 PIC X.
           02  CustMast-Hold-Flag     PIC X.
           02  FILLER                 PIC X.
           02  CustMast-Branch        PIC X(3).
           02  FILLER                 PIC X.
           02  CustMast-Int-Waiver    PIC X.
           02  FILLER                 PIC X.
           02  CustMast-Prepay-Flag   PIC X.
      * "Y" when each lot shipped needs its certificate of analysis.
           02  FILLER                 PIC X.
           02  CustMast-CoA-Flag      PIC X.

       FD CarrRateFile.
       01 CarrRate-Rec.
           88 EndOfCarrRateFile   VALUE HIGH-VALUES.
           02  CarrRate-Carrier       PIC X(3).
           02  FILLER                 PIC X.
           02  CarrRate-Name          PIC X(20).
           02  FILLER                 PIC X.
      * Heaviest parcel, in grams, the band covers.
           02  CarrRate-Max-Weight    PIC 9(6).
           02  FILLER                 PIC X.
      * What the carrier bills us, and what we charge the customer.
           02  CarrRate-Cost          PIC 9(3)V99.
           02  FILLER                 PIC X.
           02  CarrRate-Charge        PIC 9(3)V99.
      * "Y" when the carrier is approved to take full dangerous
      * goods; the flag on a carrier's first band row counts.
           02  FILLER                 PIC X.
           02  CarrRate-DG-Approved   PIC X.

       FD PackSizeFile.
       01 PackSize-Rec.
           88 EndOfPackSizeFile   VALUE HIGH-VALUES.
           02  PackSize-OilNum        PIC 99.
           02  FILLER                 PIC X.
           02  PackSize-Size          PIC 99.
           02  FILLER                 PIC X.
           02  PackSize-Factor        PIC 9V999.
      * Packed weight of one bottle in grams; spaces on rows from
      * before the field.
           02  FILLER                 PIC X.
           02  PackSize-Weight        PIC 9(5).

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

       FD ManifestFile.
       01 Manifest-Rec.
           02  Man-Parcel-Number      PIC 9(6).
           02  FILLER                 PIC X.
           02  Man-Desp-Date          PIC 9(8).
           02  FILLER                 PIC X.
           02  Man-Carrier            PIC X(3).
           02  FILLER                 PIC X.
           02  Man-CustomerID         PIC X(5).
           02  FILLER                 PIC X.
           02  Man-Ship-Point         PIC X(3).
           02  FILLER                 PIC X.
           02  Man-Weight             PIC 9(6).
           02  FILLER                 PIC X.
           02  Man-Cost               PIC 9(3)V99.
           02  FILLER                 PIC X.
           02  Man-Charge             PIC 9(3)V99.
           02  FILLER                 PIC X.
      * N = not yet invoiced, I = charged on the invoice, W = waived
      * because the invoice cleared the free-delivery threshold.
           02  Man-Invoice-Status     PIC X.
           02  FILLER                 PIC X.
           02  Man-Invoice-Number     PIC 9(6).

       FD ParcelCtlFile.
       01 ParcelCtl-Rec.
           02  ParcelCtl-Last-Number  PIC 9(6).

       FD ProFormaFile.
       01 ProForma-Rec.
           88 EndOfProFormaFile   VALUE HIGH-VALUES.
           02  PF-Number              PIC 9(6).
           02  FILLER                 PIC X.
           02  PF-CustomerID          PIC X(5).
           02  FILLER                 PIC X.
           02  PF-Issue-Date          PIC 9(8).
           02  FILLER                 PIC X.
           02  PF-Amount              PIC 9(7)V99.
           02  FILLER                 PIC X.
           02  PF-Received            PIC 9(7)V99.
           02  FILLER                 PIC X.
           02  PF-Applied             PIC 9(7)V99.
           02  FILLER                 PIC X.
      * O = awaiting payment, P = paid, I = applied to invoices.
           02  PF-Status              PIC X.
           02  FILLER                 PIC X.
           02  PF-Paid-Date           PIC 9(8).
           02  FILLER                 PIC X.
           02  PF-Invoice-Number      PIC 9(6).

       FD LotAllocFile.
       01 LotAlloc-Rec.
           88 EndOfLotAllocFile   VALUE HIGH-VALUES.
           02  Alloc-Date             PIC 9(8).
           02  FILLER                 PIC X.
           02  Alloc-OilNum           PIC 99.
           02  FILLER                 PIC X.
           02  Alloc-Lot-Number       PIC X(10).
           02  FILLER                 PIC X.
           02  Alloc-Qty              PIC S9(7)
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  Alloc-CustomerID       PIC X(5).
           02  FILLER                 PIC X.
           02  Alloc-Blend-ID         PIC X(3).

       FD QcResultFile.
       01 QcResult-Rec.
           88 EndOfQcResultFile   VALUE HIGH-VALUES.
           02  QCR-Test-Date          PIC 9(8).
           02  FILLER                 PIC X.
           02  QCR-OilNum             PIC 99.
           02  FILLER                 PIC X.
           02  QCR-Lot-Number         PIC X(10).
           02  FILLER                 PIC X.
           02  QCR-Density            PIC 9V9999.
           02  FILLER                 PIC X.
           02  QCR-Density-Min        PIC 9V9999.
           02  FILLER                 PIC X.
           02  QCR-Density-Max        PIC 9V9999.
           02  FILLER                 PIC X.
           02  QCR-RI                 PIC 9V9999.
           02  FILLER                 PIC X.
           02  QCR-RI-Min             PIC 9V9999.
           02  FILLER                 PIC X.
           02  QCR-RI-Max             PIC 9V9999.
           02  FILLER                 PIC X.
           02  QCR-Rotation           PIC S999V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  QCR-Rotation-Min       PIC S999V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  QCR-Rotation-Max       PIC S999V99
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  QCR-Main-Pct           PIC 999V99.
           02  FILLER                 PIC X.
           02  QCR-Main-Min           PIC 999V99.
           02  FILLER                 PIC X.
           02  QCR-Main-Max           PIC 999V99.
           02  FILLER                 PIC X.
           02  QCR-Main-Name          PIC X(20).
      * A released, R rejected.
           02  FILLER                 PIC X.
           02  QCR-Outcome            PIC X.
           02  FILLER                 PIC X.
           02  QCR-Operator-ID        PIC X(5).

       FD EdiOrderRefFile.
       01 EdiOrderRef-Rec.
           88 EndOfEdiOrderRefFile VALUE HIGH-VALUES.
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

      * H header, L line, B lot drawn on for the line above, T
      * trailer - laid out in Asn-Header-Rec and its fellows below.
       FD AsnFile.
       01 Asn-Rec                     PIC X(80).

       FD AsnLogFile.
       01 AsnLog-Rec.
           02  ASG-Notice-Number      PIC 9(6).
           02  FILLER                 PIC X.
           02  ASG-Desp-Date          PIC 9(8).
           02  FILLER                 PIC X.
           02  ASG-CustomerID         PIC X(5).
           02  FILLER                 PIC X.
           02  ASG-Partner-ID         PIC X(5).
           02  FILLER                 PIC X.
           02  ASG-Ship-Point         PIC X(3).
           02  FILLER                 PIC X.
           02  ASG-Carrier            PIC X(3).
           02  FILLER                 PIC X.
           02  ASG-Parcel-Number      PIC 9(6).
           02  FILLER                 PIC X.
           02  ASG-Lines              PIC 9(3).
           02  FILLER                 PIC X.
           02  ASG-Units-Shipped      PIC 9(5).
           02  FILLER                 PIC X.
           02  ASG-Units-Short        PIC 9(5).
      * N = awaiting the partner, A = acknowledged, R = rejected by
      * the partner; set by AsnCtlRpt from their acknowledgements.
           02  FILLER                 PIC X.
           02  ASG-Ack-Status         PIC X.
           02  FILLER                 PIC X.
           02  ASG-Ack-Date           PIC 9(8).

       FD AsnCtlFile.
       01 AsnCtl-Rec.
           02  AsnCtl-Last-Number     PIC 9(6).

       FD DespNoteRep.
       01 DespNote-Print-Line         PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-Despatch-File-Status      PIC XX.
       01  WS-ShipTo-File-Status        PIC XX.
       01  WS-CustMaster-File-Status    PIC XX.
       01  WS-CarrRate-File-Status      PIC XX.
       01  WS-PackSize-File-Status      PIC XX.
       01  WS-Manifest-File-Status      PIC XX.
       01  WS-ParcelCtl-File-Status     PIC XX.
       01  WS-OilMaster-File-Status     PIC XX.
       01  WS-ProForma-File-Status      PIC XX.
       01  WS-LotAlloc-File-Status      PIC XX.
       01  WS-QcResult-File-Status      PIC XX.
       01  WS-EdiOrderRef-File-Status   PIC XX.
       01  WS-Asn-File-Status           PIC XX.
       01  WS-AsnLog-File-Status        PIC XX.
       01  WS-AsnCtl-File-Status        PIC XX.
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".
           02  Despatch-Entry OCCURS 2000 TIMES.
               03  DSP-CustomerID       PIC X(5).
               03  DSP-CustomerName     PIC X(20).
               03  DSP-OilID.
                   04  FILLER           PIC X.
                   04  DSP-OilNum       PIC 99.
               03  DSP-UnitSize         PIC 99.
               03  DSP-UnitsSold        PIC S999.
               03  DSP-Trans-Seq        PIC 9(7).
               03  DSP-Reason-Code      PIC X(2).
               03  DSP-Confirmed-Qty    PIC 999.
               03  DSP-Status           PIC X.
               03  DSP-Quote-Number     PIC X(6).
               03  DSP-Quote-Price      PIC X(5).
               03  DSP-Ship-Point       PIC X(3).
               03  DSP-ProForma-Number  PIC X(6).

       01  Despatch-Count               PIC 9(4) VALUE ZEROS.
      * Set when the load had to skip rows: carrying on would end in
           88 Field-Is-Valid            VALUE "Y".
       01  Lines-Confirmed              PIC 9(5) VALUE ZEROS.

      * The customer and point whose address heads the lines now
      * printing; a change starts a new parcel on the note.
       01  Note-Cust-Id                 PIC X(5) VALUE LOW-VALUES.
       01  Note-Ship-Point              PIC X(3) VALUE LOW-VALUES.

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

       01  Carrier-Rate-Table.
           02  Carrier-Rate-Entry OCCURS 100 TIMES.
               03  CRT-Carrier          PIC X(3).
               03  CRT-Name             PIC X(20).
               03  CRT-Max-Weight       PIC 9(6).
               03  CRT-Cost             PIC 9(3)V99.
               03  CRT-Charge           PIC 9(3)V99.
               03  CRT-DG-Approved      PIC X.
       01  Carrier-Rate-Count           PIC 9(3) VALUE ZEROS.
       01  CRT-Idx                      PIC 9(3).
       01  CRT-Found-Idx                PIC 9(3).
       01  CRT-Heaviest-Idx             PIC 9(3).

       01  Pack-Weight-Table.
           02  Pack-Weight-Entry OCCURS 200 TIMES.
               03  PWT-OilNum           PIC 99.
               03  PWT-Size             PIC 99.
               03  PWT-Weight           PIC 9(5).
       01  Pack-Weight-Count            PIC 9(3) VALUE ZEROS.
       01  PWT-Idx                      PIC 9(3).

      * The parcel now being packed: its carrier, running weight in
      * grams and how many of its lines actually shipped something.
       01  Parcel-Open-Switch           PIC X VALUE "N".
           88 Parcel-Is-Open            VALUE "Y".
       01  Parcel-Number                PIC 9(6) VALUE ZEROS.
       01  Parcel-Carrier               PIC X(3).
       01  Parcel-Weight                PIC 9(6).
       01  Parcel-Lines-Shipped         PIC 9(4).
       01  Line-Weight                  PIC 9(6).
       01  Parcels-Manifested           PIC 9(5) VALUE ZEROS.
       01  Parcel-DG-Approved           PIC X.
           88 Parcel-Carrier-Takes-DG   VALUE "Y".

       01  Oil-DG-Table.
           02  Oil-DG-Entry OCCURS 30 TIMES.
               03  ODG-UN-Number        PIC X(4) VALUE SPACES.
               03  ODG-Hazard-Class     PIC X(3) VALUE SPACES.
               03  ODG-Packing-Group    PIC X(3) VALUE SPACES.
               03  ODG-LQ-Max-Size      PIC 99   VALUE ZEROS.
      * The classified lines packed into the open parcel, for its
      * declaration.
       01  Parcel-DG-Table.
           02  Parcel-DG-Entry OCCURS 100 TIMES.
               03  PDG-OilID            PIC X(3).
               03  PDG-OilNum           PIC 99.
               03  PDG-UnitSize         PIC 99.
               03  PDG-Qty              PIC 999.
       01  Parcel-DG-Count              PIC 9(3).
       01  PDG-Idx                      PIC 9(3).
       01  DG-Line-Switch               PIC X.
           88 Line-Is-DG                VALUE "Y".
       01  Full-DG-Line-Switch          PIC X.
           88 Line-Is-Full-DG           VALUE "Y".
       01  Entry-Carrier                PIC X(3).

      * Each pro-forma's number and payment status.
       01  ProForma-Status-Table.
           02  ProForma-Status-Entry OCCURS 2000 TIMES.
               03  PFT-Number           PIC 9(6).
               03  PFT-Status           PIC X.
       01  ProForma-Status-Count        PIC 9(4) VALUE ZEROS.
       01  PFT-Idx                      PIC 9(4).
       01  PFT-Found-Idx                PIC 9(4).
       01  Line-ProForma-Number         PIC X(6).
       01  Line-ProForma-Number-N REDEFINES Line-ProForma-Number
                                        PIC 9(6).
       01  ProForma-Paid-Switch         PIC X VALUE "Y".
           88 Line-ProForma-Paid        VALUE "Y".
           88 Line-ProForma-Missing     VALUE "M".

       01  Cust-Address-Table.
           02  Cust-Address-Entry OCCURS 5000 TIMES.
               03  CAD-CustomerID       PIC X(5).
               03  CAD-Address          PIC X(30).
               03  CAD-CoA-Flag         PIC X.
               03  CAD-EDI-Flag         PIC X.
               03  CAD-Prepay-Flag      PIC X.
       01  Cust-Address-Count           PIC 9(4) VALUE ZEROS.
       01  CAD-Idx                      PIC 9(4).
       01  Line-CoA-Switch              PIC X.
           88 Line-Needs-CoA            VALUE "Y".

      * The distinct lots the line being confirmed was drawn from.
       01  Line-Lot-Table.
           02  Line-Lot-Entry OCCURS 20 TIMES.
               03  LLT-Lot-Number       PIC X(10).
       01  Line-Lot-Count               PIC 99.
       01  LLT-Idx                      PIC 99.
       01  LLT-Found-Idx                PIC 99.
       01  Release-Found-Switch         PIC X.
           88 Release-Found             VALUE "Y".
       01  Release-Rec                  PIC X(150).

      * Partner order numbers for the EDI customers' lines.
       01  Order-Ref-Table.
           02  Order-Ref-Entry OCCURS 5000 TIMES.
               03  ORT-CustomerID       PIC X(5).
               03  ORT-OilID            PIC X(3).
               03  ORT-UnitSize         PIC 99.
               03  ORT-Trans-Date       PIC 9(8).
               03  ORT-Ship-Point       PIC X(3).
               03  ORT-Partner-ID       PIC X(5).
               03  ORT-Order-Ref        PIC X(10).
       01  Order-Ref-Count              PIC 9(4) VALUE ZEROS.
       01  ORT-Idx                      PIC 9(4).
       01  ORT-Found-Idx                PIC 9(4).

      * Every line confirmed into the open parcel, shipped or not,
      * for the EDI customer's shipping notice when it closes.
       01  Parcel-EDI-Switch            PIC X VALUE "N".
           88 Parcel-Is-EDI             VALUE "Y".
       01  Parcel-Line-Table.
           02  Parcel-Line-Entry OCCURS 100 TIMES.
               03  PLN-DSP-Idx          PIC 9(4).
       01  Parcel-Line-Count            PIC 9(3).
       01  PLN-Idx                      PIC 9(3).
       01  Save-DSP-Found-Idx           PIC 9(4).
       01  Ref-Customer-Switch          PIC X.
           88 Ref-Customer-Is-EDI       VALUE "Y".

       01  Asn-File-Name.
           02  FILLER                   PIC X(3) VALUE "ASN".
           02  Asn-File-CustID          PIC X(5).
           02  FILLER                   PIC X(4) VALUE ".DAT".
       01  Notice-Number                PIC 9(6) VALUE ZEROS.
       01  Notices-Written              PIC 9(5) VALUE ZEROS.
       01  Notice-Parcel-Number         PIC 9(6).
       01  Notice-Partner-ID            PIC X(5).
       01  Notice-Lines                 PIC 9(3).
       01  Notice-Units-Shipped         PIC 9(5).
       01  Notice-Units-Short           PIC 9(5).
       01  Line-Short-Qty               PIC 999.

       01  Asn-Header-Rec.
           02  ASH-Rec-Type             PIC X     VALUE "H".
           02  FILLER                   PIC X     VALUE SPACES.
           02  ASH-Notice-Number        PIC 9(6).
           02  FILLER                   PIC X     VALUE SPACES.
           02  ASH-Desp-Date            PIC 9(8).
           02  FILLER                   PIC X     VALUE SPACES.
           02  ASH-CustomerID           PIC X(5).
           02  FILLER                   PIC X     VALUE SPACES.
           02  ASH-Ship-Point           PIC X(3).
           02  FILLER                   PIC X     VALUE SPACES.
           02  ASH-Deliver-Name         PIC X(20).
           02  FILLER                   PIC X     VALUE SPACES.
           02  ASH-Postcode             PIC X(8).
           02  FILLER                   PIC X     VALUE SPACES.
           02  ASH-Carrier              PIC X(3).
           02  FILLER                   PIC X     VALUE SPACES.
           02  ASH-Parcel-Number        PIC 9(6).
           02  FILLER                   PIC X     VALUE SPACES.
           02  ASH-Weight               PIC 9(6).
           02  FILLER                   PIC X(5)  VALUE SPACES.

       01  Asn-Line-Rec.
           02  ASL-Rec-Type             PIC X     VALUE "L".
           02  FILLER                   PIC X     VALUE SPACES.
           02  ASL-Notice-Number        PIC 9(6).
           02  FILLER                   PIC X     VALUE SPACES.
           02  ASL-Partner-ID           PIC X(5).
           02  FILLER                   PIC X     VALUE SPACES.
           02  ASL-Order-Ref            PIC X(10).
           02  FILLER                   PIC X     VALUE SPACES.
           02  ASL-Seq                  PIC 9(7).
           02  FILLER                   PIC X     VALUE SPACES.
           02  ASL-OilID                PIC X(3).
           02  FILLER                   PIC X     VALUE SPACES.
           02  ASL-UnitSize             PIC 99.
           02  FILLER                   PIC X     VALUE SPACES.
           02  ASL-Ordered              PIC 999.
           02  FILLER                   PIC X     VALUE SPACES.
           02  ASL-Shipped              PIC 999.
           02  FILLER                   PIC X     VALUE SPACES.
           02  ASL-Short                PIC 999.
           02  FILLER                   PIC X(28) VALUE SPACES.

       01  Asn-Lot-Rec.
           02  ASB-Rec-Type             PIC X     VALUE "B".
           02  FILLER                   PIC X     VALUE SPACES.
           02  ASB-Notice-Number        PIC 9(6).
           02  FILLER                   PIC X     VALUE SPACES.
           02  ASB-Seq                  PIC 9(7).
           02  FILLER                   PIC X     VALUE SPACES.
           02  ASB-OilID                PIC X(3).
           02  FILLER                   PIC X     VALUE SPACES.
           02  ASB-Lot-Number           PIC X(10).
           02  FILLER                   PIC X(49) VALUE SPACES.

       01  Asn-Trailer-Rec.
           02  AST-Rec-Type             PIC X     VALUE "T".
           02  FILLER                   PIC X     VALUE SPACES.
           02  AST-Notice-Number        PIC 9(6).
           02  FILLER                   PIC X     VALUE SPACES.
           02  AST-Lines                PIC 9(3).
           02  FILLER                   PIC X     VALUE SPACES.
           02  AST-Units-Shipped        PIC 9(5).
           02  FILLER                   PIC X     VALUE SPACES.
           02  AST-Units-Short          PIC 9(5).
           02  FILLER                   PIC X(56) VALUE SPACES.

       01  DespNote-Heading-Line        PIC X(44) VALUE
           "        AROMAMORA LTD - DESPATCH NOTE".

               "  OPERATOR : ".
           02  Prn-Operator-ID          PIC X(5).

       01  DespNote-Deliver-Line.
           02  FILLER                   PIC X(14) VALUE
               " DELIVER TO : ".
           02  Prn-Deliver-Point        PIC X(3).
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Deliver-Name         PIC X(20).
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Deliver-Address      PIC X(30).

       01  DespNote-Deliver-Town-Line.
           02  FILLER                   PIC X(18) VALUE SPACES.
           02  Prn-Deliver-Town         PIC X(20).
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Deliver-Postcode     PIC X(8).

       01  DespNote-Carrier-Line.
           02  FILLER                   PIC X(14) VALUE
               " CARRIER    : ".
           02  Prn-Carrier              PIC X(3).
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Carrier-Name         PIC X(20).

       01  DespNote-Parcel-Line.
           02  FILLER                   PIC X(14) VALUE
               " PARCEL     : ".
           02  Prn-Parcel-Number        PIC 9(6).
           02  FILLER                   PIC X(14) VALUE
               "  WEIGHT (G): ".
           02  Prn-Parcel-Weight        PIC ZZZ,ZZ9.
           02  FILLER                   PIC X(10) VALUE
               "  CHARGE: ".
           02  Prn-Parcel-Charge        PIC $$$9.99.

       01  DespNote-DG-Heading-Line.
           02  FILLER                   PIC X(36) VALUE
               " DANGEROUS GOODS DECLARATION UN".
           02  FILLER                   PIC X(25) VALUE
               " CLASS PG   OIL  SIZE QTY".

       01  DespNote-DG-Detail-Line.
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

       01  DespNote-CoA-Heading-Line.
           02  FILLER                   PIC X(35) VALUE
               "   CERTIFICATE OF ANALYSIS - OIL ".
           02  Prn-CoA-OilNum           PIC 99.
           02  FILLER                   PIC X(6)  VALUE "  LOT ".
           02  Prn-CoA-Lot-Number       PIC X(10).
           02  FILLER                   PIC X(9)  VALUE "  TESTED ".
           02  Prn-CoA-Test-Date        PIC 9(8).

       01  DespNote-CoA-Topic-Line      PIC X(72) VALUE
           "     TEST                     RESULT      MIN       MAX".

       01  DespNote-CoA-Detail-Line.
           02  FILLER                   PIC X(5)  VALUE SPACES.
           02  Prn-CoA-Test             PIC X(20).
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  Prn-CoA-Result           PIC -ZZ9.9999.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-CoA-Min              PIC -ZZ9.9999.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-CoA-Max              PIC -ZZ9.9999.

       01  DespNote-CoA-Missing-Line.
           02  FILLER                   PIC X(35) VALUE
               "   NO QC RELEASE ON FILE FOR LOT ".
           02  Prn-Missing-Lot-Number   PIC X(10).
           02  FILLER                   PIC X(25) VALUE
               " - CERTIFICATE TO FOLLOW".

       01  DespNote-CoA-No-Lot-Line     PIC X(72) VALUE
           "   NO LOT RECORDED FOR THIS LINE - CERTIFICATE TO FOLLOW".

       01  DespNote-Notice-Line.
           02  FILLER                   PIC X(24) VALUE
               " SHIPPING NOTICE SENT : ".
           02  Prn-Notice-Number        PIC 9(6).
           02  FILLER                   PIC X(4)  VALUE " TO ".
           02  Prn-Notice-File          PIC X(12).

       01  DespNote-Topic-Line          PIC X(72) VALUE
           " SEQ      CUSTOMER  NAME                  OIL  SIZE  ORDERED
      -    "  SHIPPED".
           MOVE Operator-ID TO RunLog-Operator-ID.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-DESPATCH-FILE.
           PERFORM 1100-LOAD-SHIP-TO-POINTS.
           PERFORM 1200-LOAD-CUSTOMER-ADDRESSES.
           PERFORM 1300-LOAD-CARRIER-RATES.
           PERFORM 1400-LOAD-PACK-WEIGHTS.
           PERFORM 1500-LOAD-PARCEL-NUMBER.
           PERFORM 1600-LOAD-OIL-CLASSES.
           PERFORM 1700-LOAD-PRO-FORMAS.
           PERFORM 1800-LOAD-ORDER-REFS.
           PERFORM 1900-LOAD-NOTICE-NUMBER.
      * Rewriting from a partial table would delete the despatch
      * lines that did not fit, so an overloaded file refuses the
      * whole session.
               DISPLAY "NO PENDING DESPATCH LINES ON DESPATCH.DAT"
           ELSE
               OPEN OUTPUT DespNoteRep
               OPEN EXTEND ManifestFile
               IF WS-Manifest-File-Status NOT = "00"
                   OPEN OUTPUT ManifestFile
               END-IF
               OPEN EXTEND AsnLogFile
               IF WS-AsnLog-File-Status NOT = "00"
                   OPEN OUTPUT AsnLogFile
               END-IF
               WRITE DespNote-Print-Line FROM DespNote-Heading-Line
               AFTER ADVANCING 1 LINE
               MOVE Business-Date TO Prn-Business-Date
               AFTER ADVANCING 2 LINES
               PERFORM 2000-CONFIRM-ONE-LINE
                   UNTIL Entry-Seq-Finished
               IF Parcel-Is-Open
                   PERFORM 2400-CLOSE-PARCEL
               END-IF
               CLOSE DespNoteRep, ManifestFile, AsnLogFile
               PERFORM 3000-REWRITE-DESPATCH-FILE
               PERFORM 3100-REWRITE-PARCEL-NUMBER
               PERFORM 3200-REWRITE-NOTICE-NUMBER
           END-IF.
           DISPLAY "DESPATCH LINES CONFIRMED: " Lines-Confirmed.
           DISPLAY "PARCELS MANIFESTED: " Parcels-Manifested.
           DISPLAY "SHIPPING NOTICES WRITTEN: " Notices-Written.
           PERFORM Log-Run-Complete.
           STOP RUN.

                           TO DSP-Confirmed-Qty(Despatch-Count)
                       MOVE Desp-Status
                           TO DSP-Status(Despatch-Count)
                       MOVE Desp-Quote-Number
                           TO DSP-Quote-Number(Despatch-Count)
                       MOVE Desp-Quote-Price
                           TO DSP-Quote-Price(Despatch-Count)
                       MOVE Desp-Ship-Point
                           TO DSP-Ship-Point(Despatch-Count)
                       MOVE Desp-ProForma-Number
                           TO DSP-ProForma-Number(Despatch-Count)
                   ELSE
                       SET Desp-Load-Overflowed TO TRUE
                       DISPLAY "WARNING: DESPATCH.DAT TABLE FULL - "
                   "FIRST"
           END-IF.

       1100-LOAD-SHIP-TO-POINTS.
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

       1200-LOAD-CUSTOMER-ADDRESSES.
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
                       MOVE CustMast-CoA-Flag
                           TO CAD-CoA-Flag(Cust-Address-Count)
                       MOVE CustMast-EDI-Flag
                           TO CAD-EDI-Flag(Cust-Address-Count)
                       MOVE CustMast-Prepay-Flag
                           TO CAD-Prepay-Flag(Cust-Address-Count)
                   END-IF
                   READ CustMasterFile
                       AT END SET EndOfCustMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CustMasterFile
           END-IF.

       1300-LOAD-CARRIER-RATES.
           OPEN INPUT CarrRateFile.
           IF WS-CarrRate-File-Status = "00"
               READ CarrRateFile
                   AT END SET EndOfCarrRateFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCarrRateFile
                   IF CarrRate-Max-Weight IS NUMERIC
                       AND Carrier-Rate-Count < 100
                       ADD 1 TO Carrier-Rate-Count
                       MOVE CarrRate-Carrier
                           TO CRT-Carrier(Carrier-Rate-Count)
                       MOVE CarrRate-Name
                           TO CRT-Name(Carrier-Rate-Count)
                       MOVE CarrRate-Max-Weight
                           TO CRT-Max-Weight(Carrier-Rate-Count)
                       MOVE CarrRate-Cost
                           TO CRT-Cost(Carrier-Rate-Count)
                       MOVE CarrRate-Charge
                           TO CRT-Charge(Carrier-Rate-Count)
                       MOVE CarrRate-DG-Approved
                           TO CRT-DG-Approved(Carrier-Rate-Count)
                   END-IF
                   READ CarrRateFile
                       AT END SET EndOfCarrRateFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CarrRateFile
           END-IF.
           IF Carrier-Rate-Count = ZEROS
               DISPLAY "WARNING: CARRRATE.DAT NOT AVAILABLE - "
                   "PARCELS WILL NOT BE MANIFESTED"
           END-IF.

       1400-LOAD-PACK-WEIGHTS.
           OPEN INPUT PackSizeFile.
           IF WS-PackSize-File-Status = "00"
               READ PackSizeFile
                   AT END SET EndOfPackSizeFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfPackSizeFile
                   IF PackSize-OilNum IS NUMERIC
                       AND PackSize-Weight IS NUMERIC
                       AND Pack-Weight-Count < 200
                       ADD 1 TO Pack-Weight-Count
                       MOVE PackSize-OilNum
                           TO PWT-OilNum(Pack-Weight-Count)
                       MOVE PackSize-Size
                           TO PWT-Size(Pack-Weight-Count)
                       MOVE PackSize-Weight
                           TO PWT-Weight(Pack-Weight-Count)
                   END-IF
                   READ PackSizeFile
                       AT END SET EndOfPackSizeFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PackSizeFile
           END-IF.

       1500-LOAD-PARCEL-NUMBER.
           OPEN INPUT ParcelCtlFile.
           IF WS-ParcelCtl-File-Status = "00"
               READ ParcelCtlFile
                   NOT AT END
                       MOVE ParcelCtl-Last-Number TO Parcel-Number
               END-READ
               CLOSE ParcelCtlFile
           END-IF.

       1600-LOAD-OIL-CLASSES.
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

       1700-LOAD-PRO-FORMAS.
           OPEN INPUT ProFormaFile.
           IF WS-ProForma-File-Status = "00"
               READ ProFormaFile
                   AT END SET EndOfProFormaFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfProFormaFile
                   IF PF-Number IS NUMERIC
                       AND ProForma-Status-Count < 2000
                       ADD 1 TO ProForma-Status-Count
                       MOVE PF-Number
                           TO PFT-Number(ProForma-Status-Count)
                       MOVE PF-Status
                           TO PFT-Status(ProForma-Status-Count)
                   END-IF
                   READ ProFormaFile
                       AT END SET EndOfProFormaFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ProFormaFile
           END-IF.

      * Only the EDI customers' order numbers are kept; a line
      * imported twice keeps the later number.
       1800-LOAD-ORDER-REFS.
           OPEN INPUT EdiOrderRefFile.
           IF WS-EdiOrderRef-File-Status = "00"
               READ EdiOrderRefFile
                   AT END SET EndOfEdiOrderRefFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfEdiOrderRefFile
                   MOVE "N" TO Ref-Customer-Switch
                   PERFORM VARYING CAD-Idx FROM 1 BY 1
                       UNTIL CAD-Idx > Cust-Address-Count
                       IF CAD-CustomerID(CAD-Idx) = ORF-CustomerID
                           AND CAD-EDI-Flag(CAD-Idx) = "Y"
                           SET Ref-Customer-Is-EDI TO TRUE
                       END-IF
                   END-PERFORM
                   IF Ref-Customer-Is-EDI
                       IF Order-Ref-Count < 5000
                           ADD 1 TO Order-Ref-Count
                           MOVE ORF-CustomerID
                               TO ORT-CustomerID(Order-Ref-Count)
                           MOVE ORF-OilID TO ORT-OilID(Order-Ref-Count)
                           MOVE ORF-UnitSize
                               TO ORT-UnitSize(Order-Ref-Count)
                           MOVE ORF-Trans-Date
                               TO ORT-Trans-Date(Order-Ref-Count)
                           MOVE ORF-Ship-Point
                               TO ORT-Ship-Point(Order-Ref-Count)
                           MOVE ORF-Partner-ID
                               TO ORT-Partner-ID(Order-Ref-Count)
                           MOVE ORF-Order-Ref
                               TO ORT-Order-Ref(Order-Ref-Count)
                       ELSE
                           DISPLAY "WARNING: EDIORDREF.DAT TABLE FULL"
                               " - ORDER " ORF-Order-Ref " SKIPPED"
                       END-IF
                   END-IF
                   READ EdiOrderRefFile
                       AT END SET EndOfEdiOrderRefFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EdiOrderRefFile
           END-IF.

       1900-LOAD-NOTICE-NUMBER.
           OPEN INPUT AsnCtlFile.
           IF WS-AsnCtl-File-Status = "00"
               READ AsnCtlFile
                   NOT AT END
                       MOVE AsnCtl-Last-Number TO Notice-Number
               END-READ
               CLOSE AsnCtlFile
           END-IF.

      * One confirmation: the picking-list sequence number finds the
      * pending line, the shipped quantity is capped at the ordered
      * one, and the line flips to confirmed.
                       MOVE DSP-Idx TO DSP-Found-Idx
                   END-IF
               END-PERFORM
               IF DSP-Found-Idx > ZEROS
                   PERFORM 2050-CHECK-PRO-FORMA-PAID
               END-IF
               EVALUATE TRUE
                   WHEN DSP-Found-Idx = ZEROS
                       DISPLAY "SEQ " Entry-Seq
                           " IS NOT A PENDING DESPATCH LINE"
                   WHEN NOT Line-ProForma-Paid
                       DISPLAY "SEQ " Entry-Seq " NOT CONFIRMED - "
                           "PRO-FORMA " Line-ProForma-Number
                           " NOT PAID"
                   WHEN Line-ProForma-Missing
                       DISPLAY "SEQ " Entry-Seq " NOT CONFIRMED - "
                           "PREPAY CUSTOMER "
                           DSP-CustomerID(DSP-Found-Idx)
                           " HAS NO PRO-FORMA"
                   WHEN OTHER
                       PERFORM 2100-GET-SHIPPED-QTY
                       PERFORM 2150-START-PARCEL-IF-NEW
                       PERFORM 2170-CLASSIFY-LINE
                       IF Line-Is-Full-DG
                           AND Entry-Shipped-Qty > ZERO
                           AND NOT Parcel-Carrier-Takes-DG
                           DISPLAY "SEQ " Entry-Seq " NOT CONFIRMED - "
                               "FULL DANGEROUS GOODS NEED A "
                               "DG-APPROVED CARRIER"
                       ELSE
                           PERFORM 2200-APPLY-CONFIRMATION
                       END-IF
               END-EVALUATE
           END-IF.

      * A line raised on a pro-forma ships only once that pro-forma
      * has been paid; one not on PROFORMA.DAT counts as unpaid. A
      * prepayment customer's line with no pro-forma never ships.
       2050-CHECK-PRO-FORMA-PAID.
           SET Line-ProForma-Paid TO TRUE.
           MOVE DSP-ProForma-Number(DSP-Found-Idx)
               TO Line-ProForma-Number.
           IF Line-ProForma-Number NOT = SPACES
               MOVE "N" TO ProForma-Paid-Switch
               IF Line-ProForma-Number IS NUMERIC
                   MOVE ZEROS TO PFT-Found-Idx
                   PERFORM VARYING PFT-Idx FROM 1 BY 1
                       UNTIL PFT-Idx > ProForma-Status-Count
                       OR PFT-Found-Idx > ZERO
                       IF PFT-Number(PFT-Idx) = Line-ProForma-Number-N
                           MOVE PFT-Idx TO PFT-Found-Idx
                       END-IF
                   END-PERFORM
                   IF PFT-Found-Idx > ZERO
                       IF PFT-Status(PFT-Found-Idx) = "P" OR "I"
                           SET Line-ProForma-Paid TO TRUE
                       END-IF
                   END-IF
               END-IF
           ELSE
               PERFORM VARYING CAD-Idx FROM 1 BY 1
                   UNTIL CAD-Idx > Cust-Address-Count
                   IF CAD-CustomerID(CAD-Idx) =
                           DSP-CustomerID(DSP-Found-Idx)
                       AND CAD-Prepay-Flag(CAD-Idx) = "Y"
                       SET Line-ProForma-Missing TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       2100-GET-SHIPPED-QTY.
           DISPLAY "LINE: CUSTOMER " DSP-CustomerID(DSP-Found-Idx)
               " OIL " DSP-OilID(DSP-Found-Idx)
               " SIZE " DSP-UnitSize(DSP-Found-Idx)
               " ORDERED " DSP-UnitsSold(DSP-Found-Idx)
               " POINT " DSP-Ship-Point(DSP-Found-Idx).
           MOVE "N" TO Field-Valid-Switch.
           PERFORM UNTIL Field-Is-Valid
               DISPLAY "QUANTITY SHIPPED (NNN)"
               TO DSP-Confirmed-Qty(DSP-Found-Idx).
           MOVE "C" TO DSP-Status(DSP-Found-Idx).
           ADD 1 TO Lines-Confirmed.
           IF Parcel-Is-EDI
               IF Parcel-Line-Count < 100
                   ADD 1 TO Parcel-Line-Count
                   MOVE DSP-Found-Idx TO PLN-DSP-Idx(Parcel-Line-Count)
               ELSE
                   DISPLAY "WARNING: SEQ " Entry-Seq " NOT ON THE "
                       "SHIPPING NOTICE - PARCEL HAS 100 LINES"
               END-IF
           END-IF.
           PERFORM 2350-ADD-LINE-WEIGHT.
           MOVE DSP-Trans-Seq(DSP-Found-Idx) TO Prn-Seq.
           MOVE DSP-CustomerID(DSP-Found-Idx) TO Prn-CustomerID.
           MOVE DSP-CustomerName(DSP-Found-Idx) TO Prn-CustomerName.
           AFTER ADVANCING 1 LINE.
           DISPLAY "SEQ " Entry-Seq " CONFIRMED AT "
               Entry-Shipped-Qty.
           IF Entry-Shipped-Qty > ZERO
               PERFORM 2260-PRINT-CERTIFICATES
           END-IF.

      * A certificate customer gets one per lot the line drew on,
      * the lots found on LOTALLOC.DAT by customer, oil and sale
      * date, each printed from the lot's latest QC release.
       2260-PRINT-CERTIFICATES.
           MOVE "N" TO Line-CoA-Switch.
           PERFORM VARYING CAD-Idx FROM 1 BY 1
               UNTIL CAD-Idx > Cust-Address-Count
               IF CAD-CustomerID(CAD-Idx) =
                   DSP-CustomerID(DSP-Found-Idx)
                   AND CAD-CoA-Flag(CAD-Idx) = "Y"
                   SET Line-Needs-CoA TO TRUE
               END-IF
           END-PERFORM.
           IF Line-Needs-CoA
               PERFORM 2265-FIND-LINE-LOTS
               IF Line-Lot-Count = ZERO
                   WRITE DespNote-Print-Line
                       FROM DespNote-CoA-No-Lot-Line
                   AFTER ADVANCING 1 LINE
               END-IF
               PERFORM VARYING LLT-Idx FROM 1 BY 1
                   UNTIL LLT-Idx > Line-Lot-Count
                   PERFORM 2270-PRINT-ONE-CERTIFICATE
               END-PERFORM
           END-IF.

       2265-FIND-LINE-LOTS.
           MOVE ZEROS TO Line-Lot-Count.
           OPEN INPUT LotAllocFile.
           IF WS-LotAlloc-File-Status = "00"
               READ LotAllocFile
                   AT END SET EndOfLotAllocFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfLotAllocFile
                   IF Alloc-CustomerID = DSP-CustomerID(DSP-Found-Idx)
                       AND Alloc-OilNum = DSP-OilNum(DSP-Found-Idx)
                       AND Alloc-Date = DSP-Trans-Date(DSP-Found-Idx)
                       MOVE ZEROS TO LLT-Found-Idx
                       PERFORM VARYING LLT-Idx FROM 1 BY 1
                           UNTIL LLT-Idx > Line-Lot-Count
                           IF LLT-Lot-Number(LLT-Idx) =
                               Alloc-Lot-Number
                               MOVE LLT-Idx TO LLT-Found-Idx
                           END-IF
                       END-PERFORM
                       IF LLT-Found-Idx = ZERO AND Line-Lot-Count < 20
                           ADD 1 TO Line-Lot-Count
                           MOVE Alloc-Lot-Number
                               TO LLT-Lot-Number(Line-Lot-Count)
                       END-IF
                   END-IF
                   READ LotAllocFile
                       AT END SET EndOfLotAllocFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LotAllocFile
           END-IF.

       2270-PRINT-ONE-CERTIFICATE.
           MOVE "N" TO Release-Found-Switch.
           OPEN INPUT QcResultFile.
           IF WS-QcResult-File-Status = "00"
               READ QcResultFile
                   AT END SET EndOfQcResultFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfQcResultFile
                   IF QCR-OilNum = DSP-OilNum(DSP-Found-Idx)
                       AND QCR-Lot-Number = LLT-Lot-Number(LLT-Idx)
                       AND QCR-Outcome = "A"
                       SET Release-Found TO TRUE
                       MOVE QcResult-Rec TO Release-Rec
                   END-IF
                   READ QcResultFile
                       AT END SET EndOfQcResultFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE QcResultFile
           END-IF.
           IF NOT Release-Found
               MOVE LLT-Lot-Number(LLT-Idx) TO Prn-Missing-Lot-Number
               WRITE DespNote-Print-Line
                   FROM DespNote-CoA-Missing-Line
               AFTER ADVANCING 1 LINE
           ELSE
               MOVE Release-Rec TO QcResult-Rec
               MOVE QCR-OilNum TO Prn-CoA-OilNum
               MOVE QCR-Lot-Number TO Prn-CoA-Lot-Number
               MOVE QCR-Test-Date TO Prn-CoA-Test-Date
               WRITE DespNote-Print-Line
                   FROM DespNote-CoA-Heading-Line
               AFTER ADVANCING 2 LINES
               WRITE DespNote-Print-Line
                   FROM DespNote-CoA-Topic-Line
               AFTER ADVANCING 1 LINE
               MOVE "DENSITY AT 20C" TO Prn-CoA-Test
               MOVE QCR-Density TO Prn-CoA-Result
               MOVE QCR-Density-Min TO Prn-CoA-Min
               MOVE QCR-Density-Max TO Prn-CoA-Max
               WRITE DespNote-Print-Line
                   FROM DespNote-CoA-Detail-Line
               AFTER ADVANCING 1 LINE
               MOVE "REFRACTIVE INDEX" TO Prn-CoA-Test
               MOVE QCR-RI TO Prn-CoA-Result
               MOVE QCR-RI-Min TO Prn-CoA-Min
               MOVE QCR-RI-Max TO Prn-CoA-Max
               WRITE DespNote-Print-Line
                   FROM DespNote-CoA-Detail-Line
               AFTER ADVANCING 1 LINE
               MOVE "OPTICAL ROTATION" TO Prn-CoA-Test
               MOVE QCR-Rotation TO Prn-CoA-Result
               MOVE QCR-Rotation-Min TO Prn-CoA-Min
               MOVE QCR-Rotation-Max TO Prn-CoA-Max
               WRITE DespNote-Print-Line
                   FROM DespNote-CoA-Detail-Line
               AFTER ADVANCING 1 LINE
               MOVE QCR-Main-Name TO Prn-CoA-Test
               MOVE QCR-Main-Pct TO Prn-CoA-Result
               MOVE QCR-Main-Min TO Prn-CoA-Min
               MOVE QCR-Main-Max TO Prn-CoA-Max
               WRITE DespNote-Print-Line
                   FROM DespNote-CoA-Detail-Line
               AFTER ADVANCING 1 LINE
           END-IF.

      * A change of customer or point closes the parcel being packed
      * and starts the next under its own address and carrier.
       2150-START-PARCEL-IF-NEW.
           IF DSP-CustomerID(DSP-Found-Idx) NOT = Note-Cust-Id
               OR DSP-Ship-Point(DSP-Found-Idx) NOT = Note-Ship-Point
               IF Parcel-Is-Open
                   PERFORM 2400-CLOSE-PARCEL
               END-IF
               MOVE DSP-CustomerID(DSP-Found-Idx) TO Note-Cust-Id
               MOVE DSP-Ship-Point(DSP-Found-Idx) TO Note-Ship-Point
               PERFORM 2250-PRINT-DELIVERY-ADDRESS
               PERFORM 2300-OPEN-PARCEL
           END-IF.

      * A classified oil is dangerous goods; over its limited-
      * quantity bottle size it is full dangerous goods.
       2170-CLASSIFY-LINE.
           MOVE "N" TO DG-Line-Switch.
           MOVE "N" TO Full-DG-Line-Switch.
           IF DSP-OilNum(DSP-Found-Idx) IS NUMERIC
               AND DSP-OilNum(DSP-Found-Idx) > ZERO
               AND DSP-OilNum(DSP-Found-Idx) <= 30
               IF ODG-Hazard-Class(DSP-OilNum(DSP-Found-Idx))
                   NOT = SPACES
                   SET Line-Is-DG TO TRUE
                   IF DSP-UnitSize(DSP-Found-Idx) >
                       ODG-LQ-Max-Size(DSP-OilNum(DSP-Found-Idx))
                       SET Line-Is-Full-DG TO TRUE
                   END-IF
               END-IF
           END-IF.

      * The SHIPTO.DAT address for a point, the CUSTMAST.DAT
      * address for a line with none or a point since deleted.
       2250-PRINT-DELIVERY-ADDRESS.
           MOVE Note-Ship-Point TO Prn-Deliver-Point.
           MOVE SPACES TO Prn-Deliver-Name, Prn-Deliver-Address,
               Prn-Deliver-Town, Prn-Deliver-Postcode.
           MOVE ZEROS TO STT-Found-Idx.
           IF Note-Ship-Point NOT = SPACES
               PERFORM VARYING STT-Idx FROM 1 BY 1
                   UNTIL STT-Idx > Ship-To-Count
                   OR STT-Found-Idx > ZERO
                   IF STT-CustomerID(STT-Idx) = Note-Cust-Id
                       AND STT-Point(STT-Idx) = Note-Ship-Point
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
                   IF CAD-CustomerID(CAD-Idx) = Note-Cust-Id
                       MOVE CAD-Address(CAD-Idx)
                           TO Prn-Deliver-Address
                   END-IF
               END-PERFORM
           END-IF.
           WRITE DespNote-Print-Line FROM DespNote-Deliver-Line
           AFTER ADVANCING 2 LINES.
           IF Prn-Deliver-Town NOT = SPACES
               OR Prn-Deliver-Postcode NOT = SPACES
               WRITE DespNote-Print-Line
                   FROM DespNote-Deliver-Town-Line
               AFTER ADVANCING 1 LINE
           END-IF.

      * A new parcel is booked to a carrier on the rate file; with
      * no rate file the parcel goes unmanifested.
       2300-OPEN-PARCEL.
           SET Parcel-Is-Open TO TRUE.
           MOVE SPACES TO Parcel-Carrier.
           MOVE ZEROS TO Parcel-Weight.
           MOVE ZEROS TO Parcel-Lines-Shipped.
           MOVE ZEROS TO Parcel-DG-Count.
           MOVE "N" TO Parcel-DG-Approved.
           MOVE ZEROS TO Parcel-Line-Count.
           MOVE "N" TO Parcel-EDI-Switch.
           PERFORM VARYING CAD-Idx FROM 1 BY 1
               UNTIL CAD-Idx > Cust-Address-Count
               IF CAD-CustomerID(CAD-Idx) = Note-Cust-Id
                   AND CAD-EDI-Flag(CAD-Idx) = "Y"
                   SET Parcel-Is-EDI TO TRUE
               END-IF
           END-PERFORM.
           IF Carrier-Rate-Count > ZEROS
               MOVE "N" TO Field-Valid-Switch
               PERFORM UNTIL Field-Is-Valid
                   DISPLAY "CARRIER CODE FOR THIS PARCEL"
                   ACCEPT Entry-Carrier
                   INSPECT Entry-Carrier CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   MOVE ZEROS TO CRT-Found-Idx
                   PERFORM VARYING CRT-Idx FROM 1 BY 1
                       UNTIL CRT-Idx > Carrier-Rate-Count
                       OR CRT-Found-Idx > ZERO
                       IF CRT-Carrier(CRT-Idx) = Entry-Carrier
                           MOVE CRT-Idx TO CRT-Found-Idx
                       END-IF
                   END-PERFORM
                   IF CRT-Found-Idx > ZERO
                       SET Field-Is-Valid TO TRUE
                   ELSE
                       DISPLAY "CARRIER " Entry-Carrier
                           " IS NOT ON CARRRATE.DAT"
                   END-IF
               END-PERFORM
               MOVE Entry-Carrier TO Parcel-Carrier
               MOVE CRT-DG-Approved(CRT-Found-Idx)
                   TO Parcel-DG-Approved
               MOVE Entry-Carrier TO Prn-Carrier
               MOVE CRT-Name(CRT-Found-Idx) TO Prn-Carrier-Name
               WRITE DespNote-Print-Line FROM DespNote-Carrier-Line
               AFTER ADVANCING 1 LINE
           END-IF.

      * The line's bottles at their packed weight; a size with no
      * weight on PACKSIZE.DAT adds nothing.
       2350-ADD-LINE-WEIGHT.
           IF Entry-Shipped-Qty > ZERO
               ADD 1 TO Parcel-Lines-Shipped
               IF Line-Is-DG AND Parcel-DG-Count < 100
                   ADD 1 TO Parcel-DG-Count
                   MOVE DSP-OilID(DSP-Found-Idx)
                       TO PDG-OilID(Parcel-DG-Count)
                   MOVE DSP-OilNum(DSP-Found-Idx)
                       TO PDG-OilNum(Parcel-DG-Count)
                   MOVE DSP-UnitSize(DSP-Found-Idx)
                       TO PDG-UnitSize(Parcel-DG-Count)
                   MOVE Entry-Shipped-Qty TO PDG-Qty(Parcel-DG-Count)
               END-IF
               PERFORM VARYING PWT-Idx FROM 1 BY 1
                   UNTIL PWT-Idx > Pack-Weight-Count
                   IF PWT-OilNum(PWT-Idx) = DSP-OilNum(DSP-Found-Idx)
                       AND PWT-Size(PWT-Idx) =
                           DSP-UnitSize(DSP-Found-Idx)
                       COMPUTE Line-Weight =
                           PWT-Weight(PWT-Idx) * Entry-Shipped-Qty
                       ADD Line-Weight TO Parcel-Weight
                   END-IF
               END-PERFORM
           END-IF.

      * The parcel's weight falls into the carrier's lightest band
      * that covers it - the heaviest band when none does - and the
      * parcel is numbered onto the manifest. A parcel where nothing
      * actually shipped is not sent, so it is not manifested.
       2400-CLOSE-PARCEL.
           MOVE "N" TO Parcel-Open-Switch.
           IF Parcel-DG-Count > ZERO
               PERFORM 2450-PRINT-DG-DECLARATION
           END-IF.
           MOVE ZEROS TO Notice-Parcel-Number.
           IF Parcel-Carrier NOT = SPACES
               AND Parcel-Lines-Shipped > ZERO
               MOVE ZEROS TO CRT-Found-Idx
               MOVE ZEROS TO CRT-Heaviest-Idx
               PERFORM VARYING CRT-Idx FROM 1 BY 1
                   UNTIL CRT-Idx > Carrier-Rate-Count
                   IF CRT-Carrier(CRT-Idx) = Parcel-Carrier
                       IF CRT-Heaviest-Idx = ZERO
                           OR CRT-Max-Weight(CRT-Idx) >
                               CRT-Max-Weight(CRT-Heaviest-Idx)
                           MOVE CRT-Idx TO CRT-Heaviest-Idx
                       END-IF
                       IF CRT-Max-Weight(CRT-Idx) >= Parcel-Weight
                           IF CRT-Found-Idx = ZERO
                               OR CRT-Max-Weight(CRT-Idx) <
                                   CRT-Max-Weight(CRT-Found-Idx)
                               MOVE CRT-Idx TO CRT-Found-Idx
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF CRT-Found-Idx = ZERO
                   MOVE CRT-Heaviest-Idx TO CRT-Found-Idx
                   DISPLAY "WARNING: PARCEL OF " Parcel-Weight
                       "G IS OVER THE HEAVIEST " Parcel-Carrier
                       " BAND - CHARGED AT THAT BAND"
               END-IF
               ADD 1 TO Parcel-Number
               ADD 1 TO Parcels-Manifested
               MOVE SPACES TO Manifest-Rec
               MOVE Parcel-Number TO Man-Parcel-Number
               MOVE Parcel-Number TO Notice-Parcel-Number
               MOVE Business-Date TO Man-Desp-Date
               MOVE Parcel-Carrier TO Man-Carrier
               MOVE Note-Cust-Id TO Man-CustomerID
               MOVE Note-Ship-Point TO Man-Ship-Point
               MOVE Parcel-Weight TO Man-Weight
               MOVE CRT-Cost(CRT-Found-Idx) TO Man-Cost
               MOVE CRT-Charge(CRT-Found-Idx) TO Man-Charge
               MOVE "N" TO Man-Invoice-Status
               MOVE ZEROS TO Man-Invoice-Number
               WRITE Manifest-Rec
               MOVE Parcel-Number TO Prn-Parcel-Number
               MOVE Parcel-Weight TO Prn-Parcel-Weight
               MOVE CRT-Charge(CRT-Found-Idx) TO Prn-Parcel-Charge
               WRITE DespNote-Print-Line FROM DespNote-Parcel-Line
               AFTER ADVANCING 1 LINE
           END-IF.
           IF Parcel-Is-EDI AND Parcel-Lines-Shipped > ZERO
               PERFORM 2500-WRITE-SHIPPING-NOTICE
           END-IF.

       2450-PRINT-DG-DECLARATION.
           WRITE DespNote-Print-Line FROM DespNote-DG-Heading-Line
           AFTER ADVANCING 1 LINE.
           PERFORM VARYING PDG-Idx FROM 1 BY 1
               UNTIL PDG-Idx > Parcel-DG-Count
               MOVE ODG-UN-Number(PDG-OilNum(PDG-Idx))
                   TO Prn-DG-UN-Number
               MOVE ODG-Hazard-Class(PDG-OilNum(PDG-Idx))
                   TO Prn-DG-Class
               MOVE ODG-Packing-Group(PDG-OilNum(PDG-Idx))
                   TO Prn-DG-PG
               MOVE PDG-OilID(PDG-Idx) TO Prn-DG-OilID
               MOVE PDG-UnitSize(PDG-Idx) TO Prn-DG-Size
               MOVE PDG-Qty(PDG-Idx) TO Prn-DG-Qty
               IF PDG-UnitSize(PDG-Idx) <=
                   ODG-LQ-Max-Size(PDG-OilNum(PDG-Idx))
                   MOVE "LTD QTY" TO Prn-DG-Marking
               ELSE
                   MOVE "FULL DG" TO Prn-DG-Marking
               END-IF
               WRITE DespNote-Print-Line FROM DespNote-DG-Detail-Line
               AFTER ADVANCING 1 LINE
           END-PERFORM.

      * The EDI customer's advance shipping notice for the parcel
      * just closed: where it is going, the carrier and our parcel
      * number as the consignment reference, then each line with
      * their order number, what shipped and what fell short, and
      * the lots it was drawn from. The notice is logged on
      * ASNLOG.DAT to await the partner's acknowledgement.
       2500-WRITE-SHIPPING-NOTICE.
           MOVE DSP-Found-Idx TO Save-DSP-Found-Idx.
           ADD 1 TO Notice-Number.
           ADD 1 TO Notices-Written.
           MOVE ZEROS TO Notice-Lines, Notice-Units-Shipped,
               Notice-Units-Short.
           MOVE SPACES TO Notice-Partner-ID.
           MOVE Note-Cust-Id TO Asn-File-CustID.
           OPEN EXTEND AsnFile.
           IF WS-Asn-File-Status NOT = "00"
               OPEN OUTPUT AsnFile
           END-IF.
           MOVE Notice-Number TO ASH-Notice-Number.
           MOVE Business-Date TO ASH-Desp-Date.
           MOVE Note-Cust-Id TO ASH-CustomerID.
           MOVE Note-Ship-Point TO ASH-Ship-Point.
           MOVE Prn-Deliver-Name TO ASH-Deliver-Name.
           MOVE Prn-Deliver-Postcode TO ASH-Postcode.
           MOVE Parcel-Carrier TO ASH-Carrier.
           MOVE Notice-Parcel-Number TO ASH-Parcel-Number.
           MOVE Parcel-Weight TO ASH-Weight.
           WRITE Asn-Rec FROM Asn-Header-Rec.
           PERFORM VARYING PLN-Idx FROM 1 BY 1
               UNTIL PLN-Idx > Parcel-Line-Count
               MOVE PLN-DSP-Idx(PLN-Idx) TO DSP-Found-Idx
               PERFORM 2550-WRITE-NOTICE-LINE
           END-PERFORM.
           MOVE Notice-Number TO AST-Notice-Number.
           MOVE Notice-Lines TO AST-Lines.
           MOVE Notice-Units-Shipped TO AST-Units-Shipped.
           MOVE Notice-Units-Short TO AST-Units-Short.
           WRITE Asn-Rec FROM Asn-Trailer-Rec.
           CLOSE AsnFile.
           MOVE SPACES TO AsnLog-Rec.
           MOVE Notice-Number TO ASG-Notice-Number.
           MOVE Business-Date TO ASG-Desp-Date.
           MOVE Note-Cust-Id TO ASG-CustomerID.
           MOVE Notice-Partner-ID TO ASG-Partner-ID.
           MOVE Note-Ship-Point TO ASG-Ship-Point.
           MOVE Parcel-Carrier TO ASG-Carrier.
           MOVE Notice-Parcel-Number TO ASG-Parcel-Number.
           MOVE Notice-Lines TO ASG-Lines.
           MOVE Notice-Units-Shipped TO ASG-Units-Shipped.
           MOVE Notice-Units-Short TO ASG-Units-Short.
           MOVE "N" TO ASG-Ack-Status.
           MOVE ZEROS TO ASG-Ack-Date.
           WRITE AsnLog-Rec.
           MOVE Notice-Number TO Prn-Notice-Number.
           MOVE Asn-File-Name TO Prn-Notice-File.
           WRITE DespNote-Print-Line FROM DespNote-Notice-Line
           AFTER ADVANCING 1 LINE.
           DISPLAY "SHIPPING NOTICE " Notice-Number " WRITTEN TO "
               Asn-File-Name.
           MOVE Save-DSP-Found-Idx TO DSP-Found-Idx.

      * The line's partner order number is the EDIORDREF.DAT row for
      * the same customer, oil, size, sale date and delivery point.
       2550-WRITE-NOTICE-LINE.
           MOVE ZEROS TO ORT-Found-Idx.
           PERFORM VARYING ORT-Idx FROM 1 BY 1
               UNTIL ORT-Idx > Order-Ref-Count
               IF ORT-CustomerID(ORT-Idx) =
                   DSP-CustomerID(DSP-Found-Idx)
                   AND ORT-OilID(ORT-Idx) = DSP-OilID(DSP-Found-Idx)
                   AND ORT-UnitSize(ORT-Idx) =
                       DSP-UnitSize(DSP-Found-Idx)
                   AND ORT-Trans-Date(ORT-Idx) =
                       DSP-Trans-Date(DSP-Found-Idx)
                   AND ORT-Ship-Point(ORT-Idx) =
                       DSP-Ship-Point(DSP-Found-Idx)
                   MOVE ORT-Idx TO ORT-Found-Idx
               END-IF
           END-PERFORM.
           MOVE SPACES TO ASL-Partner-ID, ASL-Order-Ref.
           IF ORT-Found-Idx > ZERO
               MOVE ORT-Partner-ID(ORT-Found-Idx) TO ASL-Partner-ID
               MOVE ORT-Order-Ref(ORT-Found-Idx) TO ASL-Order-Ref
               IF Notice-Partner-ID = SPACES
                   MOVE ORT-Partner-ID(ORT-Found-Idx)
                       TO Notice-Partner-ID
               END-IF
           END-IF.
           COMPUTE Line-Short-Qty = DSP-UnitsSold(DSP-Found-Idx)
               - DSP-Confirmed-Qty(DSP-Found-Idx).
           MOVE Notice-Number TO ASL-Notice-Number.
           MOVE DSP-Trans-Seq(DSP-Found-Idx) TO ASL-Seq.
           MOVE DSP-OilID(DSP-Found-Idx) TO ASL-OilID.
           MOVE DSP-UnitSize(DSP-Found-Idx) TO ASL-UnitSize.
           MOVE DSP-UnitsSold(DSP-Found-Idx) TO ASL-Ordered.
           MOVE DSP-Confirmed-Qty(DSP-Found-Idx) TO ASL-Shipped.
           MOVE Line-Short-Qty TO ASL-Short.
           WRITE Asn-Rec FROM Asn-Line-Rec.
           ADD 1 TO Notice-Lines.
           ADD DSP-Confirmed-Qty(DSP-Found-Idx)
               TO Notice-Units-Shipped.
           ADD Line-Short-Qty TO Notice-Units-Short.
           IF DSP-Confirmed-Qty(DSP-Found-Idx) > ZERO
               PERFORM 2265-FIND-LINE-LOTS
               PERFORM VARYING LLT-Idx FROM 1 BY 1
                   UNTIL LLT-Idx > Line-Lot-Count
                   MOVE Notice-Number TO ASB-Notice-Number
                   MOVE DSP-Trans-Seq(DSP-Found-Idx) TO ASB-Seq
                   MOVE DSP-OilID(DSP-Found-Idx) TO ASB-OilID
                   MOVE LLT-Lot-Number(LLT-Idx) TO ASB-Lot-Number
                   WRITE Asn-Rec FROM Asn-Lot-Rec
               END-PERFORM
           END-IF.

       3000-REWRITE-DESPATCH-FILE.
           OPEN OUTPUT DespatchFile.
               MOVE DSP-Confirmed-Qty(DSP-Idx)
                   TO Desp-Confirmed-Qty
               MOVE DSP-Status(DSP-Idx) TO Desp-Status
               MOVE DSP-Quote-Number(DSP-Idx) TO Desp-Quote-Number
               MOVE DSP-Quote-Price(DSP-Idx) TO Desp-Quote-Price
               MOVE DSP-Ship-Point(DSP-Idx) TO Desp-Ship-Point
               MOVE DSP-ProForma-Number(DSP-Idx)
                   TO Desp-ProForma-Number
               WRITE Desp-Rec
           END-PERFORM.
           CLOSE DespatchFile.

       3100-REWRITE-PARCEL-NUMBER.
           OPEN OUTPUT ParcelCtlFile.
           MOVE Parcel-Number TO ParcelCtl-Last-Number.
           WRITE ParcelCtl-Rec.
           CLOSE ParcelCtlFile.

       3200-REWRITE-NOTICE-NUMBER.
           OPEN OUTPUT AsnCtlFile.
           MOVE Notice-Number TO AsnCtl-Last-Number.
           WRITE AsnCtl-Rec.
           CLOSE AsnCtlFile.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="DESPCONF"==.
       COPY "OPSIGNPA.CPY".
