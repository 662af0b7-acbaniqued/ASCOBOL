      ******************************************************************
      * Author:
      * Date:
      * Purpose: Keyed entry for the consignment customers. A
      *          customer's monthly usage report is keyed a line at a
      *          time - oil, bottle size, bottles used and the date -
      *          and each line appends to SALES.DAT stamped with the
      *          customer's CONSIGN.DAT location as its branch, so the
      *          nightly posting relieves the stock from their shelf
      *          and the line invoices without being picked. Their
      *          shelf counts are keyed here too, one oil at a time,
      *          onto CNSCOUNT.DAT for ConsignRecon to reconcile
      *          against the book once the night's usage has posted.
      *          Usage sent as a file goes through ConsignImport.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConsignEntry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ConsignFile ASSIGN TO "CONSIGN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Consign-File-Status.

       SELECT SalesFile ASSIGN TO "SALES.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Sales-File-Status.

      * Shelf counts awaiting reconciliation.
       SELECT ConsignCountFile ASSIGN TO "CNSCOUNT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ConsignCount-File-Status.

       SELECT OilPriceFile ASSIGN TO "OILPRICE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OilPrice-File-Status.

       SELECT PackSizeFile ASSIGN TO "PACKSIZE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PackSize-File-Status.
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "BUSDATEFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD ConsignFile.
       01 Consign-Rec.
           88 EndOfConsignFile      VALUE HIGH-VALUES.
           02  CNS-CustomerID           PIC X(5).
           02  FILLER                   PIC X.
           02  CNS-Location             PIC X(3).
           02  FILLER                   PIC X.
           02  CNS-Customer-Name        PIC X(20).

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

       FD ConsignCountFile.
       01 ConsignCount-Rec.
           02  CCT-Count-Date           PIC 9(8).
           02  FILLER                   PIC X.
           02  CCT-CustomerID           PIC X(5).
           02  FILLER                   PIC X.
           02  CCT-Location             PIC X(3).
           02  FILLER                   PIC X.
           02  CCT-OilNum               PIC 99.
           02  FILLER                   PIC X.
           02  CCT-Counted-Qty          PIC 9(7).
           02  FILLER                   PIC X.
           02  CCT-Book-Qty             PIC S9(7)
               SIGN IS TRAILING SEPARATE.
           02  FILLER                   PIC X.
           02  CCT-Variance             PIC S9(7)
               SIGN IS TRAILING SEPARATE.
      * P = awaiting reconciliation, R = reconciled by ConsignRecon.
           02  FILLER                   PIC X.
           02  CCT-Status               PIC X.
           02  FILLER                   PIC X.
           02  CCT-Operator-ID          PIC X(5).

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

       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "BUSDATEFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-Consign-File-Status       PIC XX.
       01  WS-Sales-File-Status         PIC XX.
       01  WS-ConsignCount-File-Status  PIC XX.
       01  WS-OilPrice-File-Status      PIC XX.
       01  WS-PackSize-File-Status      PIC XX.
       COPY "OPSIGNWS.CPY".
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

       01  WS-Transaction-Code          PIC X.
           88 Txn-Usage                 VALUE "U", "u".
           88 Txn-Count                 VALUE "C", "c".
           88 Txn-List                  VALUE "L", "l".
           88 Txn-Quit                  VALUE "Q", "q".

       01  Entry-CustomerID             PIC X(5).
       01  Entry-OilID                  PIC X(3).
       01  Entry-OilID-Num REDEFINES Entry-OilID.
           02  FILLER                   PIC X.
           02  Entry-OilNum             PIC 99.
       01  Entry-OilNum-X               PIC X(2).
       01  Entry-OilNum-N REDEFINES Entry-OilNum-X
                                        PIC 99.
       01  Entry-UnitSize-X             PIC X(2).
       01  Entry-UnitSize-N REDEFINES Entry-UnitSize-X
                                        PIC 99.
       01  Entry-Units-X                PIC X(3).
       01  Entry-Units-N REDEFINES Entry-Units-X
                                        PIC 999.
       01  Entry-Qty-X                  PIC X(7).
       01  Entry-Qty-N REDEFINES Entry-Qty-X
                                        PIC 9(7).
       01  Entry-Date-X                 PIC X(8).
       01  Entry-Date-Parts REDEFINES Entry-Date-X.
           02  Entry-Date-Year          PIC 9(4).
           02  Entry-Date-Month         PIC 99.
           02  Entry-Date-Day           PIC 99.
       01  Entry-Date-N REDEFINES Entry-Date-X
                                        PIC 9(8).
       01  Date-OK-Switch               PIC X.
           88 Date-Is-OK                VALUE "Y".
       01  Count-Done-Switch            PIC X.
           88 Count-Done                VALUE "Y".

       01  Usage-Lines-Written          PIC 9(5) VALUE ZEROS.
       01  Count-Lines-Written          PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
           PERFORM Get-Business-Date.
           PERFORM 1000-LOAD-CONSIGN-CUSTOMERS.
           PERFORM 1100-LOAD-PRICED-OILS.
           PERFORM 1200-LOAD-PACK-SIZES.
           OPEN EXTEND SalesFile.
           IF WS-Sales-File-Status NOT = "00"
               OPEN OUTPUT SalesFile
           END-IF.
           OPEN EXTEND ConsignCountFile.
           IF WS-ConsignCount-File-Status NOT = "00"
               OPEN OUTPUT ConsignCountFile
           END-IF.
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL Txn-Quit.
           CLOSE SalesFile, ConsignCountFile.
           DISPLAY "USAGE LINES WRITTEN: " Usage-Lines-Written
               " COUNT LINES WRITTEN: " Count-Lines-Written.
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
               DISPLAY "WARNING: CONSIGN.DAT NOT AVAILABLE - NO "
                   "CONSIGNMENT CUSTOMERS ON FILE"
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

       2000-PROCESS-TRANSACTIONS.
           DISPLAY "CONSIGNMENT - (U)SAGE (C)OUNT (L)IST CUSTOMERS "
               "(Q)UIT".
           ACCEPT WS-Transaction-Code.

           IF Txn-Usage OR Txn-Count
               DISPLAY "CUSTOMER ID"
               ACCEPT Entry-CustomerID
               PERFORM 2050-FIND-CUSTOMER
           END-IF.

           EVALUATE TRUE
               WHEN (Txn-Usage OR Txn-Count) AND CNT-Found-Idx = ZERO
                   DISPLAY "CUSTOMER " Entry-CustomerID
                       " HOLDS NO CONSIGNMENT STOCK"
               WHEN Txn-Usage
                   PERFORM 2100-ENTER-USAGE-LINE
               WHEN Txn-Count
                   MOVE "N" TO Count-Done-Switch
                   PERFORM 2300-ENTER-COUNT-LINE
                       UNTIL Count-Done
               WHEN Txn-List
                   PERFORM VARYING CNT-Idx FROM 1 BY 1
                       UNTIL CNT-Idx > Consign-Count
                       DISPLAY CNT-CustomerID(CNT-Idx) " "
                           CNT-Location(CNT-Idx) " "
                           CNT-Customer-Name(CNT-Idx)
                   END-PERFORM
               WHEN Txn-Quit
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

       2050-FIND-CUSTOMER.
           MOVE ZEROS TO CNT-Found-Idx.
           PERFORM VARYING CNT-Idx FROM 1 BY 1
               UNTIL CNT-Idx > Consign-Count OR CNT-Found-Idx > ZERO
               IF CNT-CustomerID(CNT-Idx) = Entry-CustomerID
                   MOVE CNT-Idx TO CNT-Found-Idx
               END-IF
           END-PERFORM.

      * One line of the usage report: what left the customer's shelf
      * is a sale from their location on the day they used it.
       2100-ENTER-USAGE-LINE.
           DISPLAY "OIL ID (E.G. E07)".
           ACCEPT Entry-OilID.
           DISPLAY "UNIT SIZE (ML, 01-99)".
           ACCEPT Entry-UnitSize-X.
           DISPLAY "BOTTLES USED (NNN)".
           ACCEPT Entry-Units-X.
           DISPLAY "DATE USED YYYYMMDD (BLANK FOR " Business-Date ")".
           ACCEPT Entry-Date-X.
           IF Entry-Date-X = SPACES
               MOVE Business-Date TO Entry-Date-N
           END-IF.
           PERFORM 2150-CHECK-DATE.
           IF Entry-UnitSize-X IS NUMERIC
               PERFORM 2200-CHECK-PACK-SIZE
           END-IF.
           EVALUATE TRUE
               WHEN Entry-OilNum IS NOT NUMERIC
                   OR Entry-OilNum = ZERO
                   OR Entry-OilNum > 30
                   DISPLAY "OIL ID " Entry-OilID
                       " IS OUT OF RANGE (01-30) - NOT ENTERED"
               WHEN NOT Oil-Is-Priced(Entry-OilNum)
                   DISPLAY "OIL " Entry-OilNum
                       " HAS NO PRICE ON OILPRICE.DAT - NOT ENTERED"
               WHEN Entry-UnitSize-X IS NOT NUMERIC
                   OR Entry-UnitSize-N = ZERO
                   DISPLAY "UNIT SIZE MUST BE 01-99 - NOT ENTERED"
               WHEN Oil-Has-Pack-Rows AND NOT Pack-Size-OK
                   DISPLAY "SIZE " Entry-UnitSize-X
                       " IS NOT ON PACKSIZE.DAT - NOT ENTERED"
               WHEN Entry-Units-X IS NOT NUMERIC
                   OR Entry-Units-N = ZERO
                   DISPLAY "BOTTLES " Entry-Units-X
                       " IS NOT A POSITIVE NUMBER - NOT ENTERED"
               WHEN NOT Date-Is-OK
                   DISPLAY "DATE " Entry-Date-X
                       " IS NOT A VALID YYYYMMDD - NOT ENTERED"
               WHEN Entry-Date-N > Business-Date
                   DISPLAY "DATE " Entry-Date-X
                       " IS IN THE FUTURE - NOT ENTERED"
               WHEN OTHER
                   MOVE SPACES TO Sales-Rec
                   MOVE Entry-CustomerID TO SalesFile-CustomerID
                   MOVE CNT-Customer-Name(CNT-Found-Idx)
                       TO SalesFile-CustomerName
                   MOVE Entry-OilID TO SalesFile-OilID
                   MOVE Entry-UnitSize-N TO SalesFile-UnitSize
                   MOVE Entry-Units-N TO SalesFile-UnitsSold
                   MOVE Entry-Date-N TO SalesFile-Trans-Date
                   MOVE CNT-Location(CNT-Found-Idx)
                       TO SalesFile-Branch
                   WRITE Sales-Rec
                   ADD 1 TO Usage-Lines-Written
                   DISPLAY "USAGE OF " Entry-Units-N " X "
                       Entry-UnitSize-N "ML " Entry-OilID
                       " FROM LOCATION "
                       CNT-Location(CNT-Found-Idx) " ENTERED"
           END-EVALUATE.

       2150-CHECK-DATE.
           MOVE "N" TO Date-OK-Switch.
           IF Entry-Date-X IS NUMERIC
               AND Entry-Date-Year > 1900
               AND Entry-Date-Month >= 01
               AND Entry-Date-Month <= 12
               AND Entry-Date-Day >= 01
               IF Entry-Date-Day <= Month-Max-Day(Entry-Date-Month)
                   MOVE "Y" TO Date-OK-Switch
               ELSE
                   IF Entry-Date-Month = 02 AND Entry-Date-Day = 29
                       DIVIDE Entry-Date-Year BY 4
                           GIVING Leap-Year-Quot
                           REMAINDER Leap-Year-Rem
                       IF Leap-Year-Rem = ZERO
                           MOVE "Y" TO Date-OK-Switch
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2200-CHECK-PACK-SIZE.
           MOVE "N" TO Pack-Oil-Has-Rows.
           MOVE "N" TO Pack-Size-OK-Switch.
           PERFORM VARYING PSZ-Idx FROM 1 BY 1
               UNTIL PSZ-Idx > Pack-Size-Count
               IF PSZ-OilNum(PSZ-Idx) = Entry-OilNum
                   MOVE "Y" TO Pack-Oil-Has-Rows
                   IF PSZ-Size(PSZ-Idx) = Entry-UnitSize-N
                       SET Pack-Size-OK TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      * One oil's shelf count in the same units the stock is held
      * in; a blank oil number ends the count. The book figure and
      * variance are left for ConsignRecon, after the night's usage
      * has posted.
       2300-ENTER-COUNT-LINE.
           DISPLAY "OIL NUMBER COUNTED (01-30, BLANK TO END)".
           ACCEPT Entry-OilNum-X.
           IF Entry-OilNum-X = SPACES
               SET Count-Done TO TRUE
           ELSE
               DISPLAY "QUANTITY ON THE CUSTOMER'S SHELF (NNNNNNN)"
               ACCEPT Entry-Qty-X
               EVALUATE TRUE
                   WHEN Entry-OilNum-N IS NOT NUMERIC
                       OR Entry-OilNum-N = ZERO
                       OR Entry-OilNum-N > 30
                       DISPLAY "OIL " Entry-OilNum-X
                           " IS OUT OF RANGE (01-30) - NOT ENTERED"
                   WHEN Entry-Qty-N IS NOT NUMERIC
                       DISPLAY "QUANTITY " Entry-Qty-X
                           " IS NOT NUMERIC - NOT ENTERED"
                   WHEN OTHER
                       MOVE SPACES TO ConsignCount-Rec
                       MOVE Business-Date TO CCT-Count-Date
                       MOVE Entry-CustomerID TO CCT-CustomerID
                       MOVE CNT-Location(CNT-Found-Idx)
                           TO CCT-Location
                       MOVE Entry-OilNum-N TO CCT-OilNum
                       MOVE Entry-Qty-N TO CCT-Counted-Qty
                       MOVE ZEROS TO CCT-Book-Qty, CCT-Variance
                       MOVE "P" TO CCT-Status
                       MOVE Operator-ID TO CCT-Operator-ID
                       WRITE ConsignCount-Rec
                       ADD 1 TO Count-Lines-Written
               END-EVALUATE
           END-IF.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="CONSIGNENTRY"==.
       COPY "OPSIGNPA.CPY".
       COPY "BUSDATEPA.CPY".

       END PROGRAM ConsignEntry.
