      ******************************************************************
      * Author:
      * Date:
      * Purpose: Inter-branch stock transfer orders. Stock is held
      *          per oil per branch on STOCKBR.DAT; a transfer order
      *          issued here takes the quantity off the sending
      *          branch at once, prints a TRN<number>.TXT transfer
      *          note to travel with the goods, and holds the
      *          quantity on TRFORD.DAT as in transit until the
      *          receiving branch confirms it, when it lands on that
      *          branch's row. The company-wide STOCKLED.DAT figure
      *          does not move - the stock never left the company.
      *          The supervisor also sets each branch's own reorder
      *          level here, for the branch section of the nightly
      *          reorder report. Numbers come from TRFCTL.DAT the
      *          way quote numbers come from QUOTECTL.DAT.
      * Tectonics: cobc
      ******************************************************************
      * Modifications:
      *   - A transfer to or from a consignment customer's CONSIGN.DAT
      *     location names the customer on the transfer note and on
      *     the confirmation, and the note states the stock remains
      *     company property until the customer reports using it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StockXfer.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * On-hand per oil per branch, shared with StockUpdate,
      * GoodsRcpt, PickList and StockVal.
       SELECT BranchStockFile ASSIGN TO "STOCKBR.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BranchStock-File-Status.

      * Every transfer order: T while the goods are on the road,
      * R once the receiving branch has confirmed them.
       SELECT TransferFile ASSIGN TO "TRFORD.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Transfer-File-Status.

       SELECT TransferCtlFile ASSIGN TO "TRFCTL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TransferCtl-File-Status.

      * One transfer note per order, named TRN<number>.TXT, to
      * travel with the goods.
       SELECT TransferDocFile ASSIGN USING Transfer-Doc-File-Name
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TransferDoc-File-Status.

       SELECT OilMasterFile ASSIGN TO "OILMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OilMaster-File-Status.

      * Consignment customers and the location each one holds.
       SELECT ConsignFile ASSIGN TO "CONSIGN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Consign-File-Status.
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".
       COPY "BRANCHFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD BranchStockFile.
       01 BranchStock-Rec.
           88 EndOfBranchStockFile  VALUE HIGH-VALUES.
           02  BrStock-Branch         PIC X(3).
           02  FILLER                 PIC X.
           02  BrStock-OilNum         PIC 99.
           02  FILLER                 PIC X.
           02  BrStock-OnHand         PIC S9(7)
               SIGN IS TRAILING SEPARATE.
           02  FILLER                 PIC X.
           02  BrStock-Reorder-Level  PIC 9(5).

       FD TransferFile.
       01 Transfer-Rec.
           88 EndOfTransferFile     VALUE HIGH-VALUES.
           02  TRF-Number             PIC 9(6).
           02  FILLER                 PIC X.
           02  TRF-From-Branch        PIC X(3).
           02  FILLER                 PIC X.
           02  TRF-To-Branch          PIC X(3).
           02  FILLER                 PIC X.
           02  TRF-OilNum             PIC 99.
           02  FILLER                 PIC X.
           02  TRF-Qty                PIC 9(7).
           02  FILLER                 PIC X.
           02  TRF-Issue-Date         PIC 9(8).
      * T = in transit, R = received at the destination branch.
           02  FILLER                 PIC X.
           02  TRF-Status             PIC X.
           02  FILLER                 PIC X.
           02  TRF-Received-Date      PIC 9(8).
           02  FILLER                 PIC X.
           02  TRF-Operator-ID        PIC X(5).

       FD TransferCtlFile.
       01 TransferCtl-Rec.
           02  TransferCtl-Last-Number PIC 9(6).

       FD TransferDocFile.
       01 Transfer-Print-Line         PIC X(72).

       FD OilMasterFile.
       01 OilMast-Rec.
           88 EndOfOilMasterFile  VALUE HIGH-VALUES.
           02  OilMast-OilNum         PIC 99.
           02  FILLER                 PIC X.
           02  OilMast-Name           PIC X(20).

       FD ConsignFile.
       01 Consign-Rec.
           88 EndOfConsignFile    VALUE HIGH-VALUES.
           02  CNS-CustomerID         PIC X(5).
           02  FILLER                 PIC X.
           02  CNS-Location           PIC X(3).
           02  FILLER                 PIC X.
           02  CNS-Customer-Name      PIC X(20).

       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".
       COPY "BRANCHFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-BranchStock-File-Status   PIC XX.
       01  WS-Transfer-File-Status      PIC XX.
       01  WS-TransferCtl-File-Status   PIC XX.
       01  WS-TransferDoc-File-Status   PIC XX.
       01  WS-OilMaster-File-Status     PIC XX.
       01  WS-Consign-File-Status       PIC XX.
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "BUSDATEWS.CPY".
       COPY "BRANCHWS.CPY".

       01  Transfer-Doc-File-Name.
           02  FILLER                   PIC X(3) VALUE "TRN".
           02  Transfer-Doc-Number      PIC 9(6).
           02  FILLER                   PIC X(4) VALUE ".TXT".

       01  WS-Transaction-Code          PIC X.
           88 Txn-Issue                 VALUE "I", "i".
           88 Txn-Receive               VALUE "R", "r".
           88 Txn-In-Transit            VALUE "T", "t".
           88 Txn-Reorder-Level         VALUE "L", "l".
           88 Txn-Quit                  VALUE "Q", "q".

       01  Branch-Stock-Table.
           02  Branch-Stock-Entry OCCURS 300 TIMES.
               03  BST-Branch           PIC X(3).
               03  BST-OilNum           PIC 99.
               03  BST-OnHand           PIC S9(7).
               03  BST-Reorder-Level    PIC 9(5).

       01  Branch-Stock-Count           PIC 9(3) VALUE ZEROS.
       01  BST-Idx                      PIC 9(3).
       01  BST-Found-Idx                PIC 9(3).
       01  Branch-Overflow-Switch       PIC X VALUE "N".
           88 Branch-Overflowed         VALUE "Y".
       01  Branch-Changed-Switch        PIC X VALUE "N".
           88 Branch-Changed            VALUE "Y".

       01  Transfer-Table.
           02  Transfer-Entry OCCURS 2000 TIMES.
               03  TFT-Number           PIC 9(6).
               03  TFT-From-Branch      PIC X(3).
               03  TFT-To-Branch        PIC X(3).
               03  TFT-OilNum           PIC 99.
               03  TFT-Qty              PIC 9(7).
               03  TFT-Issue-Date       PIC 9(8).
               03  TFT-Status           PIC X.
                   88 TFT-In-Transit    VALUE "T".
               03  TFT-Received-Date    PIC 9(8).
               03  TFT-Operator-ID      PIC X(5).

       01  Transfer-Count               PIC 9(4) VALUE ZEROS.
       01  TFT-Idx                      PIC 9(4).
       01  TFT-Found-Idx                PIC 9(4).
       01  Transfer-Overflow-Switch     PIC X VALUE "N".
           88 Transfer-Overflowed       VALUE "Y".
       01  Transfer-Changed-Switch      PIC X VALUE "N".
           88 Transfer-Changed          VALUE "Y".

       01  Oil-Name-Table.
           02  Oil-Name-Entry           PIC X(20) OCCURS 30 TIMES
                                        VALUE SPACES.

       01  Consign-Table.
           02  Consign-Entry OCCURS 100 TIMES.
               03  CNT-CustomerID       PIC X(5).
               03  CNT-Location         PIC X(3).
               03  CNT-Customer-Name    PIC X(20).
       01  Consign-Count                PIC 9(3) VALUE ZEROS.
       01  CNT-Idx                      PIC 9(3).
       01  CNT-Found-Idx                PIC 9(3).
       01  Lookup-Location              PIC X(3).

       01  Transfer-Number-Ctl          PIC 9(6) VALUE ZEROS.
       01  Lookup-Branch                PIC X(3).
       01  Lookup-OilNum                PIC 99.

       01  Entry-From-Branch            PIC X(3).
       01  Entry-To-Branch              PIC X(3).
       01  Entry-OilNum-X               PIC X(2).
       01  Entry-OilNum-N REDEFINES Entry-OilNum-X
                                        PIC 99.
       01  Entry-Qty-X                  PIC X(7).
       01  Entry-Qty-N REDEFINES Entry-Qty-X
                                        PIC 9(7).
       01  Entry-Level-X                PIC X(5).
       01  Entry-Level-N REDEFINES Entry-Level-X
                                        PIC 9(5).
       01  Entry-Transfer-X             PIC X(6).
       01  Entry-Transfer-N REDEFINES Entry-Transfer-X
                                        PIC 9(6).
       01  Confirm-Answer               PIC X.
           88 Confirm-Yes               VALUE "Y", "y".

       01  Transfers-Issued             PIC 9(5) VALUE ZEROS.
       01  Transfers-Received           PIC 9(5) VALUE ZEROS.
       01  Transit-Lines-Listed         PIC 9(5).

       01  Transfer-Heading-Line        PIC X(46) VALUE
           "        AROMAMORA LTD - STOCK TRANSFER NOTE".

       01  Transfer-Number-Line.
           02  FILLER                   PIC X(19) VALUE
               " TRANSFER NUMBER  :".
           02  FILLER                   PIC X     VALUE SPACES.
           02  Prn-Transfer-Number      PIC 9(6).
           02  FILLER                   PIC X(9)  VALUE "  DATE : ".
           02  Prn-Transfer-Date        PIC 9(8).

       01  Transfer-Branch-Line.
           02  FILLER                   PIC X(20) VALUE
               " FROM BRANCH      : ".
           02  Prn-From-Branch          PIC X(3).
           02  FILLER                   PIC X(16) VALUE
               "    TO BRANCH : ".
           02  Prn-To-Branch            PIC X(3).

       01  Transfer-Topic-Line          PIC X(72) VALUE
           " OIL  NAME                      QUANTITY".

       01  Transfer-Detail-Line.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Xfer-OilNum          PIC 99.
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Xfer-Oil-Name        PIC X(20).
           02  FILLER                   PIC X(2)  VALUE SPACES.
           02  Prn-Xfer-Qty             PIC Z,ZZZ,ZZ9.

       01  Transfer-Sign-Line.
           02  FILLER                   PIC X(20) VALUE
               " ISSUED BY        : ".
           02  Prn-Xfer-Operator        PIC X(5).

       01  Transfer-Consign-Line.
           02  FILLER                   PIC X(20) VALUE
               " CONSIGNMENT      : ".
           02  Prn-Consign-Cust         PIC X(5).
           02  FILLER                   PIC X     VALUE SPACES.
           02  Prn-Consign-Name         PIC X(20).

       01  Transfer-Consign-Terms-Line  PIC X(72) VALUE
           " STOCK REMAINS AROMAMORA PROPERTY UNTIL USED AND REPORTED".

       01  Transfer-Receipt-Line        PIC X(72) VALUE
           " RECEIVED IN FULL BY ______________  DATE __________".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
           PERFORM Get-Business-Date.
           PERFORM Get-Branch-Code.
           PERFORM 1000-LOAD-TRANSFER-NUMBER.
           PERFORM 1100-LOAD-BRANCH-STOCK.
           PERFORM 1200-LOAD-TRANSFERS.
           PERFORM 1300-LOAD-OIL-NAMES.
           PERFORM 1400-LOAD-CONSIGN-CUSTOMERS.
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL Txn-Quit.
           IF Branch-Changed
               PERFORM 3000-REWRITE-BRANCH-STOCK
           END-IF.
           IF Transfer-Changed
               PERFORM 3100-REWRITE-TRANSFERS
               PERFORM 3200-REWRITE-TRANSFER-NUMBER
           END-IF.
           DISPLAY "TRANSFERS ISSUED: " Transfers-Issued
               " RECEIVED: " Transfers-Received.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-TRANSFER-NUMBER.
           OPEN INPUT TransferCtlFile.
           IF WS-TransferCtl-File-Status = "00"
               READ TransferCtlFile
                   NOT AT END
                       MOVE TransferCtl-Last-Number
                           TO Transfer-Number-Ctl
               END-READ
               CLOSE TransferCtlFile
           END-IF.

       1100-LOAD-BRANCH-STOCK.
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
                       MOVE BrStock-Reorder-Level
                           TO BST-Reorder-Level(Branch-Stock-Count)
                   ELSE
                       SET Branch-Overflowed TO TRUE
                   END-IF
                   READ BranchStockFile
                       AT END SET EndOfBranchStockFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BranchStockFile
           END-IF.
           IF Branch-Overflowed
               DISPLAY "WARNING: STOCKBR.DAT EXCEEDS THE TABLE - "
                   "NO TRANSFERS OR LEVEL CHANGES THIS SESSION"
           END-IF.

       1200-LOAD-TRANSFERS.
           OPEN INPUT TransferFile.
           IF WS-Transfer-File-Status = "00"
               READ TransferFile
                   AT END SET EndOfTransferFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfTransferFile
                   IF Transfer-Count < 2000
                       ADD 1 TO Transfer-Count
                       MOVE TRF-Number TO TFT-Number(Transfer-Count)
                       MOVE TRF-From-Branch
                           TO TFT-From-Branch(Transfer-Count)
                       MOVE TRF-To-Branch
                           TO TFT-To-Branch(Transfer-Count)
                       MOVE TRF-OilNum TO TFT-OilNum(Transfer-Count)
                       MOVE TRF-Qty TO TFT-Qty(Transfer-Count)
                       MOVE TRF-Issue-Date
                           TO TFT-Issue-Date(Transfer-Count)
                       MOVE TRF-Status TO TFT-Status(Transfer-Count)
                       IF TRF-Received-Date IS NUMERIC
                           MOVE TRF-Received-Date
                               TO TFT-Received-Date(Transfer-Count)
                       ELSE
                           MOVE ZEROS
                               TO TFT-Received-Date(Transfer-Count)
                       END-IF
                       MOVE TRF-Operator-ID
                           TO TFT-Operator-ID(Transfer-Count)
                   ELSE
                       SET Transfer-Overflowed TO TRUE
                   END-IF
                   READ TransferFile
                       AT END SET EndOfTransferFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TransferFile
           END-IF.
           IF Transfer-Overflowed
               DISPLAY "WARNING: TRFORD.DAT EXCEEDS THE TABLE - "
                   "NO TRANSFERS THIS SESSION"
           END-IF.

       1300-LOAD-OIL-NAMES.
           OPEN INPUT OilMasterFile.
           IF WS-OilMaster-File-Status = "00"
               READ OilMasterFile
                   AT END SET EndOfOilMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOilMasterFile
                   IF OilMast-OilNum IS NUMERIC
                       AND OilMast-OilNum > ZERO
                       AND OilMast-OilNum <= 30
                       MOVE OilMast-Name
                           TO Oil-Name-Entry(OilMast-OilNum)
                   END-IF
                   READ OilMasterFile
                       AT END SET EndOfOilMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OilMasterFile
           END-IF.

       1400-LOAD-CONSIGN-CUSTOMERS.
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
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           DISPLAY "STOCK TRANSFERS - (I)SSUE (R)ECEIVE (T)RANSIT "
               "LIST REORDER (L)EVEL (Q)UIT".
           ACCEPT WS-Transaction-Code.

           EVALUATE TRUE
               WHEN Txn-Issue
                   IF Branch-Overflowed OR Transfer-Overflowed
                       DISPLAY "TRANSFERS REFUSED - FILE TABLE FULL"
                   ELSE
                       PERFORM 2100-ISSUE-TRANSFER
                   END-IF
               WHEN Txn-Receive
                   IF Branch-Overflowed OR Transfer-Overflowed
                       DISPLAY "TRANSFERS REFUSED - FILE TABLE FULL"
                   ELSE
                       PERFORM 2300-RECEIVE-TRANSFER
                   END-IF
               WHEN Txn-In-Transit
                   PERFORM 2400-LIST-IN-TRANSIT
               WHEN Txn-Reorder-Level
                   IF Branch-Overflowed
                       DISPLAY "LEVEL CHANGE REFUSED - FILE TABLE FULL"
                   ELSE
                       PERFORM Check-Supervisor-Role
                       IF Role-OK
                           PERFORM 2500-SET-REORDER-LEVEL
                       END-IF
                   END-IF
               WHEN Txn-Quit
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

      * The sending branch must hold the quantity now; it comes off
      * that branch's row at once and rides on the order until the
      * receiving branch confirms it.
       2100-ISSUE-TRANSFER.
           DISPLAY "FROM BRANCH (BLANK FOR " Site-Branch-Code ")".
           ACCEPT Entry-From-Branch.
           IF Entry-From-Branch = SPACES
               MOVE Site-Branch-Code TO Entry-From-Branch
           END-IF.
           DISPLAY "TO BRANCH".
           ACCEPT Entry-To-Branch.
           DISPLAY "OIL NUMBER (01-30)".
           ACCEPT Entry-OilNum-X.
           DISPLAY "QUANTITY TO TRANSFER (NNNNNNN)".
           ACCEPT Entry-Qty-X.
           EVALUATE TRUE
               WHEN Transfer-Count >= 2000
                   DISPLAY "TRFORD.DAT TABLE FULL - NOT ISSUED"
               WHEN Entry-To-Branch = SPACES
                   OR Entry-To-Branch = Entry-From-Branch
                   DISPLAY "TO BRANCH MUST BE ANOTHER BRANCH - "
                       "NOT ISSUED"
               WHEN Entry-OilNum-N IS NOT NUMERIC
                   OR Entry-OilNum-N = ZERO
                   OR Entry-OilNum-N > 30
                   DISPLAY "OIL " Entry-OilNum-X
                       " IS OUT OF RANGE (01-30) - NOT ISSUED"
               WHEN Entry-Qty-N IS NOT NUMERIC
                   OR Entry-Qty-N = ZERO
                   DISPLAY "QUANTITY " Entry-Qty-X
                       " IS NOT A POSITIVE NUMBER - NOT ISSUED"
               WHEN OTHER
                   MOVE Entry-From-Branch TO Lookup-Branch
                   MOVE Entry-OilNum-N TO Lookup-OilNum
                   PERFORM 2900-FIND-BRANCH-STOCK
                   IF BST-Found-Idx = ZERO
                       DISPLAY "BRANCH " Entry-From-Branch
                           " HOLDS NO OIL " Entry-OilNum-N
                           " - NOT ISSUED"
                   ELSE
                       IF BST-OnHand(BST-Found-Idx) < Entry-Qty-N
                           DISPLAY "BRANCH " Entry-From-Branch
                               " HOLDS ONLY "
                               BST-OnHand(BST-Found-Idx)
                               " - NOT ISSUED"
                       ELSE
                           PERFORM 2150-WRITE-TRANSFER
                           PERFORM 2200-PRINT-TRANSFER-NOTE
                       END-IF
                   END-IF
           END-EVALUATE.

       2150-WRITE-TRANSFER.
           SUBTRACT Entry-Qty-N FROM BST-OnHand(BST-Found-Idx).
           SET Branch-Changed TO TRUE.
           ADD 1 TO Transfer-Number-Ctl.
           ADD 1 TO Transfer-Count.
           MOVE Transfer-Number-Ctl TO TFT-Number(Transfer-Count).
           MOVE Entry-From-Branch TO TFT-From-Branch(Transfer-Count).
           MOVE Entry-To-Branch TO TFT-To-Branch(Transfer-Count).
           MOVE Entry-OilNum-N TO TFT-OilNum(Transfer-Count).
           MOVE Entry-Qty-N TO TFT-Qty(Transfer-Count).
           MOVE Business-Date TO TFT-Issue-Date(Transfer-Count).
           MOVE "T" TO TFT-Status(Transfer-Count).
           MOVE ZEROS TO TFT-Received-Date(Transfer-Count).
           MOVE Operator-ID TO TFT-Operator-ID(Transfer-Count).
           SET Transfer-Changed TO TRUE.
           ADD 1 TO Transfers-Issued.
           DISPLAY "TRANSFER " Transfer-Number-Ctl " ISSUED - "
               Entry-Qty-N " OF OIL " Entry-OilNum-N " FROM "
               Entry-From-Branch " TO " Entry-To-Branch.

       2200-PRINT-TRANSFER-NOTE.
           MOVE Transfer-Number-Ctl TO Transfer-Doc-Number.
           OPEN OUTPUT TransferDocFile.
           WRITE Transfer-Print-Line FROM Transfer-Heading-Line
           AFTER ADVANCING 1 LINE.
           MOVE Transfer-Number-Ctl TO Prn-Transfer-Number.
           MOVE Business-Date TO Prn-Transfer-Date.
           WRITE Transfer-Print-Line FROM Transfer-Number-Line
           AFTER ADVANCING 2 LINES.
           MOVE Entry-From-Branch TO Prn-From-Branch.
           MOVE Entry-To-Branch TO Prn-To-Branch.
           WRITE Transfer-Print-Line FROM Transfer-Branch-Line
           AFTER ADVANCING 1 LINE.
           MOVE Entry-To-Branch TO Lookup-Location.
           PERFORM 2980-FIND-CONSIGN-LOCATION.
           IF CNT-Found-Idx = ZERO
               MOVE Entry-From-Branch TO Lookup-Location
               PERFORM 2980-FIND-CONSIGN-LOCATION
           END-IF.
           IF CNT-Found-Idx > ZERO
               MOVE CNT-CustomerID(CNT-Found-Idx) TO Prn-Consign-Cust
               MOVE CNT-Customer-Name(CNT-Found-Idx)
                   TO Prn-Consign-Name
               WRITE Transfer-Print-Line FROM Transfer-Consign-Line
               AFTER ADVANCING 1 LINE
               WRITE Transfer-Print-Line
                   FROM Transfer-Consign-Terms-Line
               AFTER ADVANCING 1 LINE
           END-IF.
           WRITE Transfer-Print-Line FROM Transfer-Topic-Line
           AFTER ADVANCING 2 LINES.
           MOVE Entry-OilNum-N TO Prn-Xfer-OilNum.
           MOVE Oil-Name-Entry(Entry-OilNum-N) TO Prn-Xfer-Oil-Name.
           MOVE Entry-Qty-N TO Prn-Xfer-Qty.
           WRITE Transfer-Print-Line FROM Transfer-Detail-Line
           AFTER ADVANCING 1 LINE.
           MOVE Operator-ID TO Prn-Xfer-Operator.
           WRITE Transfer-Print-Line FROM Transfer-Sign-Line
           AFTER ADVANCING 2 LINES.
           WRITE Transfer-Print-Line FROM Transfer-Receipt-Line
           AFTER ADVANCING 2 LINES.
           CLOSE TransferDocFile.

      * The receiving branch confirms the goods arrived; only then
      * does the quantity land on its row.
       2300-RECEIVE-TRANSFER.
           DISPLAY "TRANSFER NUMBER".
           ACCEPT Entry-Transfer-X.
           MOVE ZEROS TO TFT-Found-Idx.
           IF Entry-Transfer-X IS NUMERIC
               PERFORM VARYING TFT-Idx FROM 1 BY 1
                   UNTIL TFT-Idx > Transfer-Count
                   OR TFT-Found-Idx > ZERO
                   IF TFT-Number(TFT-Idx) = Entry-Transfer-N
                       MOVE TFT-Idx TO TFT-Found-Idx
                   END-IF
               END-PERFORM
           END-IF.
           IF TFT-Found-Idx = ZERO
               DISPLAY "TRANSFER " Entry-Transfer-X " NOT ON FILE"
           ELSE
               IF NOT TFT-In-Transit(TFT-Found-Idx)
                   DISPLAY "TRANSFER " Entry-Transfer-X
                       " WAS RECEIVED ON "
                       TFT-Received-Date(TFT-Found-Idx)
               ELSE
                   MOVE TFT-To-Branch(TFT-Found-Idx)
                       TO Lookup-Location
                   PERFORM 2980-FIND-CONSIGN-LOCATION
                   IF CNT-Found-Idx > ZERO
                       DISPLAY "CONSIGNMENT TO CUSTOMER "
                           CNT-CustomerID(CNT-Found-Idx) " "
                           CNT-Customer-Name(CNT-Found-Idx)
                   END-IF
                   DISPLAY "CONFIRM " TFT-Qty(TFT-Found-Idx)
                       " OF OIL " TFT-OilNum(TFT-Found-Idx)
                       " RECEIVED AT BRANCH "
                       TFT-To-Branch(TFT-Found-Idx) " (Y/N)"
                   ACCEPT Confirm-Answer
                   IF Confirm-Yes
                       MOVE TFT-To-Branch(TFT-Found-Idx)
                           TO Lookup-Branch
                       MOVE TFT-OilNum(TFT-Found-Idx) TO Lookup-OilNum
                       PERFORM 2900-FIND-BRANCH-STOCK
                       IF BST-Found-Idx = ZERO
                           PERFORM 2950-ADD-BRANCH-STOCK
                       END-IF
                       IF BST-Found-Idx = ZERO
                           DISPLAY "STOCKBR.DAT TABLE FULL - "
                               "NOT RECEIVED"
                       ELSE
                           ADD TFT-Qty(TFT-Found-Idx)
                               TO BST-OnHand(BST-Found-Idx)
                           SET Branch-Changed TO TRUE
                           MOVE "R" TO TFT-Status(TFT-Found-Idx)
                           MOVE Business-Date
                               TO TFT-Received-Date(TFT-Found-Idx)
                           SET Transfer-Changed TO TRUE
                           ADD 1 TO Transfers-Received
                           DISPLAY "TRANSFER " Entry-Transfer-X
                               " RECEIVED"
                       END-IF
                   ELSE
                       DISPLAY "NOT CONFIRMED - STILL IN TRANSIT"
                   END-IF
               END-IF
           END-IF.

       2400-LIST-IN-TRANSIT.
           MOVE ZEROS TO Transit-Lines-Listed.
           DISPLAY "TRANSFER FROM TO  OIL QUANTITY ISSUED".
           PERFORM VARYING TFT-Idx FROM 1 BY 1
               UNTIL TFT-Idx > Transfer-Count
               IF TFT-In-Transit(TFT-Idx)
                   ADD 1 TO Transit-Lines-Listed
                   DISPLAY TFT-Number(TFT-Idx) "   "
                       TFT-From-Branch(TFT-Idx) "  "
                       TFT-To-Branch(TFT-Idx) " "
                       TFT-OilNum(TFT-Idx) "  "
                       TFT-Qty(TFT-Idx) " "
                       TFT-Issue-Date(TFT-Idx)
               END-IF
           END-PERFORM.
           IF Transit-Lines-Listed = ZERO
               DISPLAY "NOTHING IN TRANSIT"
           END-IF.

      * The branch's own level for the branch section of the
      * nightly reorder report; the company level on STOCKLED.DAT
      * is untouched.
       2500-SET-REORDER-LEVEL.
           DISPLAY "BRANCH (BLANK FOR " Site-Branch-Code ")".
           ACCEPT Lookup-Branch.
           IF Lookup-Branch = SPACES
               MOVE Site-Branch-Code TO Lookup-Branch
           END-IF.
           DISPLAY "OIL NUMBER (01-30)".
           ACCEPT Entry-OilNum-X.
           DISPLAY "REORDER LEVEL (NNNNN)".
           ACCEPT Entry-Level-X.
           IF Entry-OilNum-N IS NOT NUMERIC
               OR Entry-OilNum-N = ZERO
               OR Entry-OilNum-N > 30
               DISPLAY "OIL " Entry-OilNum-X
                   " IS OUT OF RANGE (01-30) - NOT CHANGED"
           ELSE
               IF Entry-Level-X IS NOT NUMERIC
                   DISPLAY "LEVEL " Entry-Level-X
                       " IS NOT NUMERIC - NOT CHANGED"
               ELSE
                   MOVE Entry-OilNum-N TO Lookup-OilNum
                   PERFORM 2900-FIND-BRANCH-STOCK
                   IF BST-Found-Idx = ZERO
                       PERFORM 2950-ADD-BRANCH-STOCK
                   END-IF
                   IF BST-Found-Idx = ZERO
                       DISPLAY "STOCKBR.DAT TABLE FULL - NOT CHANGED"
                   ELSE
                       MOVE Entry-Level-N
                           TO BST-Reorder-Level(BST-Found-Idx)
                       SET Branch-Changed TO TRUE
                       DISPLAY "BRANCH " Lookup-Branch " OIL "
                           Lookup-OilNum " REORDER LEVEL NOW "
                           Entry-Level-N
                   END-IF
               END-IF
           END-IF.

       2900-FIND-BRANCH-STOCK.
           MOVE ZEROS TO BST-Found-Idx.
           PERFORM VARYING BST-Idx FROM 1 BY 1
               UNTIL BST-Idx > Branch-Stock-Count
               OR BST-Found-Idx > ZERO
               IF BST-Branch(BST-Idx) = Lookup-Branch
                   AND BST-OilNum(BST-Idx) = Lookup-OilNum
                   MOVE BST-Idx TO BST-Found-Idx
               END-IF
           END-PERFORM.

      * A branch's first holding of an oil starts its row at zero.
       2950-ADD-BRANCH-STOCK.
           IF Branch-Stock-Count < 300
               ADD 1 TO Branch-Stock-Count
               MOVE Branch-Stock-Count TO BST-Found-Idx
               MOVE Lookup-Branch TO BST-Branch(BST-Found-Idx)
               MOVE Lookup-OilNum TO BST-OilNum(BST-Found-Idx)
               MOVE ZEROS TO BST-OnHand(BST-Found-Idx)
               MOVE ZEROS TO BST-Reorder-Level(BST-Found-Idx)
           END-IF.

       2980-FIND-CONSIGN-LOCATION.
           MOVE ZEROS TO CNT-Found-Idx.
           PERFORM VARYING CNT-Idx FROM 1 BY 1
               UNTIL CNT-Idx > Consign-Count OR CNT-Found-Idx > ZERO
               IF CNT-Location(CNT-Idx) = Lookup-Location
                   MOVE CNT-Idx TO CNT-Found-Idx
               END-IF
           END-PERFORM.

       3000-REWRITE-BRANCH-STOCK.
           OPEN OUTPUT BranchStockFile.
           PERFORM VARYING BST-Idx FROM 1 BY 1
               UNTIL BST-Idx > Branch-Stock-Count
               MOVE SPACES TO BranchStock-Rec
               MOVE BST-Branch(BST-Idx) TO BrStock-Branch
               MOVE BST-OilNum(BST-Idx) TO BrStock-OilNum
               MOVE BST-OnHand(BST-Idx) TO BrStock-OnHand
               MOVE BST-Reorder-Level(BST-Idx)
                   TO BrStock-Reorder-Level
               WRITE BranchStock-Rec
           END-PERFORM.
           CLOSE BranchStockFile.

       3100-REWRITE-TRANSFERS.
           OPEN OUTPUT TransferFile.
           PERFORM VARYING TFT-Idx FROM 1 BY 1
               UNTIL TFT-Idx > Transfer-Count
               MOVE SPACES TO Transfer-Rec
               MOVE TFT-Number(TFT-Idx) TO TRF-Number
               MOVE TFT-From-Branch(TFT-Idx) TO TRF-From-Branch
               MOVE TFT-To-Branch(TFT-Idx) TO TRF-To-Branch
               MOVE TFT-OilNum(TFT-Idx) TO TRF-OilNum
               MOVE TFT-Qty(TFT-Idx) TO TRF-Qty
               MOVE TFT-Issue-Date(TFT-Idx) TO TRF-Issue-Date
               MOVE TFT-Status(TFT-Idx) TO TRF-Status
               MOVE TFT-Received-Date(TFT-Idx) TO TRF-Received-Date
               MOVE TFT-Operator-ID(TFT-Idx) TO TRF-Operator-ID
               WRITE Transfer-Rec
           END-PERFORM.
           CLOSE TransferFile.

       3200-REWRITE-TRANSFER-NUMBER.
           OPEN OUTPUT TransferCtlFile.
           MOVE Transfer-Number-Ctl TO TransferCtl-Last-Number.
           WRITE TransferCtl-Rec.
           CLOSE TransferCtlFile.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="STOCKXFER"==.
       COPY "OPSIGNPA.CPY".
       COPY "BUSDATEPA.CPY".
       COPY "BRANCHPA.CPY".
       COPY "OPROLEPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="STOCKXFER"==.

       END PROGRAM StockXfer.
