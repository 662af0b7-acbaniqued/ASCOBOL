      ******************************************************************
      * Author:
      * Date:
      * Purpose: Import of the consignment customers' usage reports.
      *          A customer who sends the month's usage as a file
      *          rather than a sheet to key drops it on CNSUSEIN.DAT,
      *          one line per oil and bottle size used. Each line is
      *          edited the way ConsignEntry edits a keyed one - the
      *          customer on CONSIGN.DAT, oil priced on OILPRICE.DAT,
      *          size on PACKSIZE.DAT, a positive bottle count and a
      *          real date not in the future - and clean lines append
      *          to SALES.DAT stamped with the customer's consignment
      *          location as the branch. Rejects go to CNSUREJ.DAT
      *          with a reason and CNSUSE.RPT lists every line per
      *          customer. The import file is consumed (truncated)
      *          once posted, like EDIORDIN.DAT, so a re-run cannot
      *          import twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConsignImport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT UsageInFile ASSIGN TO "CNSUSEIN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-UsageIn-File-Status.

       SELECT SalesFile ASSIGN TO "SALES.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Sales-File-Status.

       SELECT UsageRejectFile ASSIGN TO "CNSUREJ.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-UsageReject-File-Status.

       SELECT ConsignFile ASSIGN TO "CONSIGN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Consign-File-Status.

       SELECT OilPriceFile ASSIGN TO "OILPRICE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OilPrice-File-Status.

       SELECT PackSizeFile ASSIGN TO "PACKSIZE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PackSize-File-Status.

       SELECT UsageRep ASSIGN TO "CNSUSE.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD UsageInFile.
       01 UsageIn-Rec.
           88 EndOfUsageInFile    VALUE HIGH-VALUES.
           02  CUI-CustomerID         PIC X(5).
           02  FILLER                 PIC X.
           02  CUI-OilID              PIC X(3).
           02  CUI-OilID-Num REDEFINES CUI-OilID.
               03  FILLER             PIC X.
               03  CUI-OilNum         PIC 99.
           02  FILLER                 PIC X.
           02  CUI-UnitSize           PIC XX.
           02  CUI-UnitSize-N REDEFINES CUI-UnitSize
                                      PIC 99.
           02  FILLER                 PIC X.
           02  CUI-Units-Used         PIC X(3).
           02  CUI-Units-Used-N REDEFINES CUI-Units-Used
                                      PIC 999.
           02  FILLER                 PIC X.
           02  CUI-Use-Date           PIC X(8).
           02  CUI-Use-Date-Num REDEFINES CUI-Use-Date.
               03  CUI-Use-Date-N     PIC 9(8).
           02  CUI-Use-Date-Parts REDEFINES CUI-Use-Date.
               03  CUI-Use-Year       PIC 9(4).
               03  CUI-Use-Month      PIC 99.
               03  CUI-Use-Day        PIC 99.

       FD SalesFile.
       01 Sales-Rec.
           02  SalesFile-CustomerID         PIC X(5).
           02  SalesFile-CustomerName       PIC X(20).
           02  SalesFile-OilID              PIC X(3).
           02  SalesFile-UnitSize           PIC 99.
           02  SalesFile-UnitsSold          PIC S999
               SIGN IS TRAILING SEPARATE.
           02  SalesFile-Trans-Date         PIC 9(8).
           02  FILLER                       PIC X.
           02  SalesFile-Reason-Code        PIC X(2).
           02  FILLER                       PIC X.
           02  SalesFile-RMA-Number         PIC X(6).
           02  FILLER                       PIC X.
           02  SalesFile-Branch             PIC X(3).
           02  FILLER                       PIC X.
           02  SalesFile-Quote-Number       PIC X(6).
           02  FILLER                       PIC X.
           02  SalesFile-Quote-Price        PIC X(5).
           02  FILLER                       PIC X.
           02  SalesFile-Ship-Point         PIC X(3).

       FD UsageRejectFile.
       01 UsageReject-Rec.
           02  REJ-Usage-Image        PIC X(25).
           02  FILLER                 PIC X.
           02  REJ-Reason             PIC X(30).

       FD ConsignFile.
       01 Consign-Rec.
           88 EndOfConsignFile      VALUE HIGH-VALUES.
           02  CNS-CustomerID           PIC X(5).
           02  FILLER                   PIC X.
           02  CNS-Location             PIC X(3).
           02  FILLER                   PIC X.
           02  CNS-Customer-Name        PIC X(20).

       FD OilPriceFile.
       01 OilPrice-Rec.
           88 EndOfOilPriceFile   VALUE HIGH-VALUES.
           02  OilPrice-OilNum        PIC 99.

       FD PackSizeFile.
       01 PackSize-Rec.
           88 EndOfPackSizeFile   VALUE HIGH-VALUES.
           02  PackSize-OilNum        PIC 99.
           02  FILLER                 PIC X.
           02  PackSize-Size          PIC 99.

       FD UsageRep.
       01 Usage-Print-Line            PIC X(72).

       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-UsageIn-File-Status      PIC XX.
       01  WS-Sales-File-Status        PIC XX.
       01  WS-UsageReject-File-Status  PIC XX.
       01  WS-Consign-File-Status      PIC XX.
       01  WS-OilPrice-File-Status     PIC XX.
       01  WS-PackSize-File-Status     PIC XX.
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".

       01  Consign-Table.
           02  Consign-Entry OCCURS 100 TIMES.
               03  CNT-CustomerID       PIC X(5).
               03  CNT-Location         PIC X(3).
               03  CNT-Customer-Name    PIC X(20).
       01  Consign-Count                PIC 9(3) VALUE ZEROS.
       01  CNT-Idx                      PIC 9(3).
       01  CNT-Found-Idx                PIC 9(3).

       01  Oil-Priced-Table.
           02  Oil-Priced-Flag          PIC X OCCURS 30 TIMES
                                        VALUE "N".
               88 Oil-Is-Priced         VALUE "Y".

       01  Pack-Size-Table.
           02  Pack-Size-Entry OCCURS 200 TIMES.
               03  PSZ-OilNum          PIC 99.
               03  PSZ-Size            PIC 99.
       01  Pack-Size-Count             PIC 9(3) VALUE ZEROS.
       01  PSZ-Idx                     PIC 9(3).
       01  Pack-Oil-Has-Rows           PIC X.
           88 Oil-Has-Pack-Rows        VALUE "Y".
       01  Pack-Size-OK-Switch         PIC X.
           88 Pack-Size-OK             VALUE "Y".

       01  Month-Day-Values.
           02  FILLER                   PIC X(24) VALUE
               "312831303130313130313031".
       01  Month-Day-Table REDEFINES Month-Day-Values.
           02  Month-Max-Day            PIC 99 OCCURS 12 TIMES.
       01  Leap-Year-Quot               PIC 9(4).
       01  Leap-Year-Rem                PIC 9(4).

       01  Line-OK-Switch               PIC X.
           88 Line-Is-OK                VALUE "Y".
       01  Line-Reject-Reason           PIC X(30).
       01  Lines-Read                   PIC 9(7) VALUE ZEROS.
       01  Lines-Accepted               PIC 9(7) VALUE ZEROS.
       01  Lines-Rejected               PIC 9(7) VALUE ZEROS.
       01  Prev-CustomerID              PIC X(5) VALUE LOW-VALUES.
       01  Customer-Accepted            PIC 9(5).
       01  Customer-Rejected            PIC 9(5).

       01  Usage-Heading-Line           PIC X(50) VALUE
           "     CONSIGNMENT USAGE IMPORT LISTING".

       01  Usage-Date-Line.
           02  FILLER                   PIC X(17) VALUE
               " BUSINESS DATE : ".
           02  Prn-Business-Date        PIC 9(8).

       01  Usage-Customer-Line.
           02  FILLER                   PIC X(12) VALUE " CUSTOMER : ".
           02  Prn-CustomerID           PIC X(5).

       01  Usage-Detail-Line.
           02  FILLER                   PIC X(3)  VALUE SPACES.
           02  Prn-Disposition          PIC X(8).
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Usage-Image          PIC X(25).
           02  FILLER                   PIC X(1)  VALUE SPACES.
           02  Prn-Reject-Reason        PIC X(30).

       01  Usage-Customer-Total-Line.
           02  FILLER                   PIC X(12) VALUE
               "   ACCEPTED ".
           02  Prn-Customer-Accepted    PIC ZZ,ZZ9.
           02  FILLER                   PIC X(11) VALUE
               "  REJECTED ".
           02  Prn-Customer-Rejected    PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-CONSIGN-CUSTOMERS.
           PERFORM 1100-LOAD-PRICED-OILS.
           PERFORM 1200-LOAD-PACK-SIZES.
           OPEN INPUT UsageInFile.
           IF WS-UsageIn-File-Status NOT = "00"
               DISPLAY "CNSUSEIN.DAT NOT AVAILABLE - NOTHING TO "
                   "IMPORT"
           ELSE
               OPEN EXTEND SalesFile
               IF WS-Sales-File-Status NOT = "00"
                   OPEN OUTPUT SalesFile
               END-IF
               OPEN EXTEND UsageRejectFile
               IF WS-UsageReject-File-Status NOT = "00"
                   OPEN OUTPUT UsageRejectFile
               END-IF
               OPEN OUTPUT UsageRep
               WRITE Usage-Print-Line FROM Usage-Heading-Line
               AFTER ADVANCING 1 LINE
               MOVE Business-Date TO Prn-Business-Date
               WRITE Usage-Print-Line FROM Usage-Date-Line
               AFTER ADVANCING 1 LINE
               READ UsageInFile
                   AT END SET EndOfUsageInFile TO TRUE
               END-READ
               PERFORM 2000-IMPORT-ONE-LINE
                   UNTIL EndOfUsageInFile
               IF Prev-CustomerID NOT = LOW-VALUES
                   PERFORM 2500-PRINT-CUSTOMER-TOTALS
               END-IF
               CLOSE UsageRep
               CLOSE UsageInFile, SalesFile, UsageRejectFile
               OPEN OUTPUT UsageInFile
               CLOSE UsageInFile
           END-IF.
           DISPLAY "USAGE LINES READ: " Lines-Read.
           DISPLAY "USAGE LINES ACCEPTED: " Lines-Accepted.
           DISPLAY "USAGE LINES REJECTED: " Lines-Rejected.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-CONSIGN-CUSTOMERS.
           OPEN INPUT ConsignFile.
           IF WS-Consign-File-Status = "00"
               READ ConsignFile
                   AT END SET EndOfConsignFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfConsignFile
                   IF Consign-Count < 100
                       ADD 1 TO Consign-Count
                       MOVE CNS-CustomerID
                           TO CNT-CustomerID(Consign-Count)
                       MOVE CNS-Location TO CNT-Location(Consign-Count)
                       MOVE CNS-Customer-Name
                           TO CNT-Customer-Name(Consign-Count)
                   END-IF
                   READ ConsignFile
                       AT END SET EndOfConsignFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ConsignFile
           ELSE
               DISPLAY "WARNING: CONSIGN.DAT NOT AVAILABLE - "
                   "EVERY LINE WILL REJECT"
           END-IF.

       1100-LOAD-PRICED-OILS.
           OPEN INPUT OilPriceFile.
           IF WS-OilPrice-File-Status = "00"
               READ OilPriceFile
                   AT END SET EndOfOilPriceFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOilPriceFile
                   IF OilPrice-OilNum IS NUMERIC
                       AND OilPrice-OilNum > ZERO
                       AND OilPrice-OilNum <= 30
                       MOVE "Y" TO Oil-Priced-Flag(OilPrice-OilNum)
                   END-IF
                   READ OilPriceFile
                       AT END SET EndOfOilPriceFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OilPriceFile
           END-IF.

       1200-LOAD-PACK-SIZES.
           OPEN INPUT PackSizeFile.
           IF WS-PackSize-File-Status = "00"
               READ PackSizeFile
                   AT END SET EndOfPackSizeFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfPackSizeFile
                   IF PackSize-OilNum > ZERO
                       AND PackSize-OilNum <= 30
                       AND Pack-Size-Count < 200
                       ADD 1 TO Pack-Size-Count
                       MOVE PackSize-OilNum
                           TO PSZ-OilNum(Pack-Size-Count)
                       MOVE PackSize-Size
                           TO PSZ-Size(Pack-Size-Count)
                   END-IF
                   READ PackSizeFile
                       AT END SET EndOfPackSizeFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PackSizeFile
           END-IF.

       2000-IMPORT-ONE-LINE.
           ADD 1 TO Lines-Read.
           IF CUI-CustomerID NOT = Prev-CustomerID
               IF Prev-CustomerID NOT = LOW-VALUES
                   PERFORM 2500-PRINT-CUSTOMER-TOTALS
               END-IF
               MOVE CUI-CustomerID TO Prev-CustomerID
               MOVE ZEROS TO Customer-Accepted, Customer-Rejected
               MOVE CUI-CustomerID TO Prn-CustomerID
               WRITE Usage-Print-Line FROM Usage-Customer-Line
               AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM 2100-VALIDATE-LINE.
           IF Line-Is-OK
               PERFORM 2200-ACCEPT-LINE
           ELSE
               PERFORM 2300-REJECT-LINE
           END-IF.
           READ UsageInFile
               AT END SET EndOfUsageInFile TO TRUE
           END-READ.

      * The keyed edits, in the keyed order: first failure names the
      * reason and stops the checking.
       2100-VALIDATE-LINE.
           MOVE "Y" TO Line-OK-Switch.
           MOVE SPACES TO Line-Reject-Reason.
           PERFORM 2110-CHECK-CUSTOMER.
           IF Line-Is-OK PERFORM 2120-CHECK-OIL END-IF.
           IF Line-Is-OK PERFORM 2130-CHECK-SIZE END-IF.
           IF Line-Is-OK PERFORM 2140-CHECK-QUANTITY END-IF.
           IF Line-Is-OK PERFORM 2150-CHECK-DATE END-IF.

       2110-CHECK-CUSTOMER.
           MOVE ZEROS TO CNT-Found-Idx.
           PERFORM VARYING CNT-Idx FROM 1 BY 1
               UNTIL CNT-Idx > Consign-Count OR CNT-Found-Idx > ZERO
               IF CNT-CustomerID(CNT-Idx) = CUI-CustomerID
                   MOVE CNT-Idx TO CNT-Found-Idx
               END-IF
           END-PERFORM.
           IF CNT-Found-Idx = ZERO
               MOVE "N" TO Line-OK-Switch
               MOVE "CUSTOMER NOT ON CONSIGN" TO Line-Reject-Reason
           END-IF.

       2120-CHECK-OIL.
           IF CUI-OilNum IS NUMERIC
               AND CUI-OilNum > ZERO
               AND CUI-OilNum <= 30
               AND Oil-Is-Priced(CUI-OilNum)
               CONTINUE
           ELSE
               MOVE "N" TO Line-OK-Switch
               MOVE "OIL NOT PRICED ON OILPRICE" TO
                   Line-Reject-Reason
           END-IF.

       2130-CHECK-SIZE.
           IF CUI-UnitSize IS NUMERIC AND CUI-UnitSize-N > ZERO
               MOVE "N" TO Pack-Oil-Has-Rows
               MOVE "N" TO Pack-Size-OK-Switch
               PERFORM VARYING PSZ-Idx FROM 1 BY 1
                   UNTIL PSZ-Idx > Pack-Size-Count
                   IF PSZ-OilNum(PSZ-Idx) = CUI-OilNum
                       MOVE "Y" TO Pack-Oil-Has-Rows
                       IF PSZ-Size(PSZ-Idx) = CUI-UnitSize-N
                           SET Pack-Size-OK TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF Oil-Has-Pack-Rows AND NOT Pack-Size-OK
                   MOVE "N" TO Line-OK-Switch
                   MOVE "SIZE NOT ON PACKSIZE" TO Line-Reject-Reason
               END-IF
           ELSE
               MOVE "N" TO Line-OK-Switch
               MOVE "UNIT SIZE NOT NUMERIC" TO Line-Reject-Reason
           END-IF.

       2140-CHECK-QUANTITY.
           IF CUI-Units-Used IS NUMERIC
               AND CUI-Units-Used-N > ZERO
               CONTINUE
           ELSE
               MOVE "N" TO Line-OK-Switch
               MOVE "BOTTLES USED NOT NNN" TO Line-Reject-Reason
           END-IF.

       2150-CHECK-DATE.
           MOVE "N" TO Line-OK-Switch.
           IF CUI-Use-Date IS NUMERIC
               AND CUI-Use-Year > 1900
               AND CUI-Use-Month >= 01
               AND CUI-Use-Month <= 12
               AND CUI-Use-Day >= 01
               IF CUI-Use-Day <= Month-Max-Day(CUI-Use-Month)
                   MOVE "Y" TO Line-OK-Switch
               ELSE
                   IF CUI-Use-Month = 02 AND CUI-Use-Day = 29
                       DIVIDE CUI-Use-Year BY 4
                           GIVING Leap-Year-Quot
                           REMAINDER Leap-Year-Rem
                       IF Leap-Year-Rem = ZERO
                           MOVE "Y" TO Line-OK-Switch
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF NOT Line-Is-OK
               MOVE "DATE NOT VALID YYYYMMDD" TO Line-Reject-Reason
           ELSE
               IF CUI-Use-Date-N > Business-Date
                   MOVE "N" TO Line-OK-Switch
                   MOVE "DATE IN THE FUTURE" TO Line-Reject-Reason
               END-IF
           END-IF.

       2200-ACCEPT-LINE.
           MOVE SPACES TO Sales-Rec.
           MOVE CUI-CustomerID TO SalesFile-CustomerID.
           MOVE CNT-Customer-Name(CNT-Found-Idx)
               TO SalesFile-CustomerName.
           MOVE CUI-OilID TO SalesFile-OilID.
           MOVE CUI-UnitSize-N TO SalesFile-UnitSize.
           MOVE CUI-Units-Used-N TO SalesFile-UnitsSold.
           MOVE CUI-Use-Date-N TO SalesFile-Trans-Date.
           MOVE CNT-Location(CNT-Found-Idx) TO SalesFile-Branch.
           WRITE Sales-Rec.
           ADD 1 TO Lines-Accepted, Customer-Accepted.
           MOVE "ACCEPTED" TO Prn-Disposition.
           MOVE UsageIn-Rec TO Prn-Usage-Image.
           MOVE SPACES TO Prn-Reject-Reason.
           WRITE Usage-Print-Line FROM Usage-Detail-Line
           AFTER ADVANCING 1 LINE.

       2300-REJECT-LINE.
           MOVE SPACES TO UsageReject-Rec.
           MOVE UsageIn-Rec TO REJ-Usage-Image.
           MOVE Line-Reject-Reason TO REJ-Reason.
           WRITE UsageReject-Rec.
           ADD 1 TO Lines-Rejected, Customer-Rejected.
           MOVE "REJECTED" TO Prn-Disposition.
           MOVE UsageIn-Rec TO Prn-Usage-Image.
           MOVE Line-Reject-Reason TO Prn-Reject-Reason.
           WRITE Usage-Print-Line FROM Usage-Detail-Line
           AFTER ADVANCING 1 LINE.

       2500-PRINT-CUSTOMER-TOTALS.
           MOVE Customer-Accepted TO Prn-Customer-Accepted.
           MOVE Customer-Rejected TO Prn-Customer-Rejected.
           WRITE Usage-Print-Line FROM Usage-Customer-Total-Line
           AFTER ADVANCING 1 LINE.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="CONSIGNIMPORT"==.
       COPY "BUSDATEPA.CPY".

       END PROGRAM ConsignImport.
