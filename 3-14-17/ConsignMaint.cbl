      ******************************************************************
      * Author:
      * Date:
      * Purpose: Add/change/delete transaction against CONSIGN.DAT,
      *          the consignment-customer file. A customer who holds
      *          our oils on consignment is given a three-character
      *          location code of their own; StockXfer moves stock
      *          into it like any branch, it stays on STOCKBR.DAT and
      *          in the StockVal figures as ours, and it comes off
      *          only when the customer's usage is keyed or imported
      *          as a sales line against that location. One location
      *          per customer, never shared, and a location that
      *          still holds stock cannot be deleted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConsignMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ConsignFile ASSIGN TO "CONSIGN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Consign-File-Status.

       SELECT CustMasterFile ASSIGN TO "CUSTMAST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS CustMast-CustomerID
                 FILE STATUS IS WS-CustMaster-File-Status.

       SELECT BranchStockFile ASSIGN TO "STOCKBR.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BranchStock-File-Status.
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "RUNLOCKFC.CPY".

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

       FD CustMasterFile.
       01 CustMast-Rec.
           88 EndOfCustMasterFile   VALUE HIGH-VALUES.
           02  CustMast-CustomerID      PIC X(5).
           02  FILLER                   PIC X(76).

       FD BranchStockFile.
       01 BranchStock-Rec.
           88 EndOfBranchStockFile  VALUE HIGH-VALUES.
           02  BrStock-Branch           PIC X(3).
           02  FILLER                   PIC X.
           02  BrStock-OilNum           PIC 99.
           02  FILLER                   PIC X.
           02  BrStock-OnHand           PIC S9(7)
               SIGN IS TRAILING SEPARATE.

       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "RUNLOCKFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-Consign-File-Status       PIC XX.
       01  WS-CustMaster-File-Status    PIC XX.
       01  WS-BranchStock-File-Status   PIC XX.
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "RUNLOCKWS.CPY".

       01  Cust-Master-Table.
           02  Cust-Master-ID           PIC X(5) OCCURS 5000 TIMES.
       01  Cust-Master-Count            PIC 9(4) VALUE ZEROS.
       01  CM-Idx                       PIC 9(4).

      * Locations holding stock, so a delete cannot strand it.
       01  Stocked-Location-Table.
           02  Stocked-Location         PIC X(3) OCCURS 300 TIMES.
       01  Stocked-Location-Count       PIC 9(3) VALUE ZEROS.
       01  SLC-Idx                      PIC 9(3).

      * The whole file held in a table, edited in place, and
      * rewritten in full - the same idiom ShipToMaint uses.
       01  Consign-Table.
           02  Consign-Entry OCCURS 100 TIMES.
               03  CNT-CustomerID       PIC X(5).
               03  CNT-Location         PIC X(3).
               03  CNT-Customer-Name    PIC X(20).
               03  CNT-In-Use           PIC X VALUE "N".
                   88 CNT-Is-In-Use     VALUE "Y".

       01  Consign-Count                PIC 9(3) VALUE ZEROS.
       01  Load-Overflow-Switch         PIC X VALUE "N".
           88 Load-Overflowed           VALUE "Y".
       01  CNT-Idx                      PIC 9(3).

       01  WS-Transaction-Code          PIC X.
           88 Txn-Add                   VALUE "A", "a".
           88 Txn-Change                VALUE "C", "c".
           88 Txn-Delete                VALUE "D", "d".
           88 Txn-List                  VALUE "L", "l".
           88 Txn-Quit                  VALUE "Q", "q".

       01  WS-Entry-CustomerID          PIC X(5).
       01  WS-Entry-Location            PIC X(3).
       01  WS-Entry-Name                PIC X(20).

       01  WS-Found-Idx                 PIC 9(3) VALUE ZEROS.
       01  WS-Scan-Idx                  PIC 9(3).
       01  WS-Found-Switch              PIC X VALUE "N".
           88 WS-Entry-Found            VALUE "Y".
       01  Cust-Known-Switch            PIC X VALUE "N".
           88 Cust-Is-Known             VALUE "Y".
       01  Location-Taken-Switch        PIC X VALUE "N".
           88 Location-Is-Taken         VALUE "Y".
       01  Location-Stocked-Switch      PIC X VALUE "N".
           88 Location-Is-Stocked       VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
           MOVE Operator-ID TO Lock-My-Operator.
           MOVE "CONSIGN.LCK" TO Lock-File-Name.
           PERFORM Acquire-Run-Lock.
           IF NOT Run-Lock-Held
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           PERFORM 1000-LOAD-CONSIGN-FILE.
           PERFORM 1100-LOAD-CUSTOMER-MASTER.
           PERFORM 1200-LOAD-STOCKED-LOCATIONS.
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL Txn-Quit.
           PERFORM 3000-REWRITE-CONSIGN-FILE.
           PERFORM Release-Run-Lock.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-CONSIGN-FILE.
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
                       MOVE "Y" TO CNT-In-Use(Consign-Count)
                   ELSE
                       SET Load-Overflowed TO TRUE
                       DISPLAY "WARNING: CONSIGN.DAT TABLE FULL, "
                           "CUSTOMER " CNS-CustomerID " SKIPPED"
                   END-IF
                   READ ConsignFile
                       AT END SET EndOfConsignFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ConsignFile
           END-IF.

       1100-LOAD-CUSTOMER-MASTER.
           OPEN INPUT CustMasterFile.
           IF WS-CustMaster-File-Status = "00"
               READ CustMasterFile
                   AT END SET EndOfCustMasterFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCustMasterFile
                   IF Cust-Master-Count < 5000
                       ADD 1 TO Cust-Master-Count
                       MOVE CustMast-CustomerID
                           TO Cust-Master-ID(Cust-Master-Count)
                   END-IF
                   READ CustMasterFile
                       AT END SET EndOfCustMasterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CustMasterFile
           ELSE
               DISPLAY "WARNING: CUSTMAST.DAT NOT AVAILABLE - NO "
                   "CUSTOMER CAN BE VALIDATED"
           END-IF.

       1200-LOAD-STOCKED-LOCATIONS.
           OPEN INPUT BranchStockFile.
           IF WS-BranchStock-File-Status = "00"
               READ BranchStockFile
                   AT END SET EndOfBranchStockFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfBranchStockFile
                   IF BrStock-OnHand IS NUMERIC
                       AND BrStock-OnHand NOT = ZERO
                       AND Stocked-Location-Count < 300
                       ADD 1 TO Stocked-Location-Count
                       MOVE BrStock-Branch
                           TO Stocked-Location(Stocked-Location-Count)
                   END-IF
                   READ BranchStockFile
                       AT END SET EndOfBranchStockFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BranchStockFile
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           DISPLAY "CONSIGNMENT CUSTOMERS - (A)DD (C)HANGE "
               "(D)ELETE (L)IST (Q)UIT".
           ACCEPT WS-Transaction-Code.

           IF Txn-Add OR Txn-Change OR Txn-Delete
               DISPLAY "CUSTOMER ID"
               ACCEPT WS-Entry-CustomerID
               PERFORM 2100-FIND-CUSTOMER
           END-IF.

           EVALUATE TRUE
               WHEN Txn-Add
                   PERFORM 2150-CHECK-CUSTOMER
                   IF NOT Cust-Is-Known
                       DISPLAY "CUSTOMER " WS-Entry-CustomerID
                           " IS NOT ON CUSTMAST.DAT"
                   ELSE
                   IF WS-Entry-Found
                       DISPLAY "CUSTOMER " WS-Entry-CustomerID
                           " ALREADY HOLDS LOCATION "
                           CNT-Location(WS-Found-Idx)
                   ELSE
                       PERFORM 2200-ADD-CONSIGN-ROW
                   END-IF
                   END-IF
               WHEN Txn-Change
                   IF NOT WS-Entry-Found
                       DISPLAY "CUSTOMER " WS-Entry-CustomerID
                           " NOT ON FILE - USE ADD"
                   ELSE
                       DISPLAY "CUSTOMER NAME FOR SALES LINES"
                       ACCEPT WS-Entry-Name
                       IF WS-Entry-Name = SPACES
                           DISPLAY "NAME IS REQUIRED - NOT CHANGED"
                       ELSE
                           MOVE WS-Entry-Name
                               TO CNT-Customer-Name(WS-Found-Idx)
                       END-IF
                   END-IF
               WHEN Txn-Delete
                   IF NOT WS-Entry-Found
                       DISPLAY "CUSTOMER " WS-Entry-CustomerID
                           " NOT ON FILE"
                   ELSE
                       MOVE CNT-Location(WS-Found-Idx)
                           TO WS-Entry-Location
                       PERFORM 2400-CHECK-LOCATION-STOCKED
                       IF Location-Is-Stocked
                           DISPLAY "LOCATION " WS-Entry-Location
                               " STILL HOLDS STOCK - TRANSFER IT "
                               "BACK FIRST"
                       ELSE
                           MOVE "N" TO CNT-In-Use(WS-Found-Idx)
                       END-IF
                   END-IF
               WHEN Txn-List
                   PERFORM 2600-LIST-CUSTOMERS
               WHEN Txn-Quit
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

       2100-FIND-CUSTOMER.
           MOVE "N" TO WS-Found-Switch.
           MOVE ZEROS TO WS-Found-Idx.
           PERFORM VARYING WS-Scan-Idx FROM 1 BY 1
               UNTIL WS-Scan-Idx > Consign-Count OR WS-Entry-Found
               IF CNT-Is-In-Use(WS-Scan-Idx)
                   AND CNT-CustomerID(WS-Scan-Idx)
                       = WS-Entry-CustomerID
                   SET WS-Entry-Found TO TRUE
                   MOVE WS-Scan-Idx TO WS-Found-Idx
               END-IF
           END-PERFORM.

       2150-CHECK-CUSTOMER.
           MOVE "N" TO Cust-Known-Switch.
           IF Cust-Master-Count = ZERO
               SET Cust-Is-Known TO TRUE
           ELSE
               PERFORM VARYING CM-Idx FROM 1 BY 1
                   UNTIL CM-Idx > Cust-Master-Count OR Cust-Is-Known
                   IF Cust-Master-ID(CM-Idx) = WS-Entry-CustomerID
                       SET Cust-Is-Known TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      * The location code must be new to CONSIGN.DAT and must not
      * already carry branch stock, so a shop's shelf can never be
      * mistaken for a customer's.
       2200-ADD-CONSIGN-ROW.
           DISPLAY "CONSIGNMENT LOCATION CODE (3 CHARS)".
           ACCEPT WS-Entry-Location.
           DISPLAY "CUSTOMER NAME FOR SALES LINES".
           ACCEPT WS-Entry-Name.
           PERFORM 2300-CHECK-LOCATION-TAKEN.
           PERFORM 2400-CHECK-LOCATION-STOCKED.
           EVALUATE TRUE
               WHEN WS-Entry-Location = SPACES
                   DISPLAY "LOCATION CODE IS REQUIRED - NOT ADDED"
               WHEN WS-Entry-Name = SPACES
                   DISPLAY "NAME IS REQUIRED - NOT ADDED"
               WHEN Location-Is-Taken
                   DISPLAY "LOCATION " WS-Entry-Location
                       " ALREADY BELONGS TO A CUSTOMER - NOT ADDED"
               WHEN Location-Is-Stocked
                   DISPLAY "LOCATION " WS-Entry-Location
                       " ALREADY HOLDS BRANCH STOCK - NOT ADDED"
               WHEN OTHER
                   PERFORM 2250-STORE-CONSIGN-ROW
           END-EVALUATE.

       2250-STORE-CONSIGN-ROW.
           MOVE ZEROS TO WS-Found-Idx.
           PERFORM VARYING WS-Scan-Idx FROM 1 BY 1
               UNTIL WS-Scan-Idx > Consign-Count
               OR WS-Found-Idx > ZERO
               IF NOT CNT-Is-In-Use(WS-Scan-Idx)
                   MOVE WS-Scan-Idx TO WS-Found-Idx
               END-IF
           END-PERFORM.
           IF WS-Found-Idx = ZERO
               IF Consign-Count < 100
                   ADD 1 TO Consign-Count
                   MOVE Consign-Count TO WS-Found-Idx
               ELSE
                   DISPLAY "CONSIGNMENT TABLE FULL - NOT ADDED"
               END-IF
           END-IF.
           IF WS-Found-Idx > ZERO
               MOVE WS-Entry-CustomerID
                   TO CNT-CustomerID(WS-Found-Idx)
               MOVE WS-Entry-Location TO CNT-Location(WS-Found-Idx)
               MOVE WS-Entry-Name TO CNT-Customer-Name(WS-Found-Idx)
               MOVE "Y" TO CNT-In-Use(WS-Found-Idx)
               DISPLAY "CUSTOMER " WS-Entry-CustomerID
                   " CONSIGNMENT LOCATION " WS-Entry-Location
           END-IF.

       2300-CHECK-LOCATION-TAKEN.
           MOVE "N" TO Location-Taken-Switch.
           PERFORM VARYING CNT-Idx FROM 1 BY 1
               UNTIL CNT-Idx > Consign-Count OR Location-Is-Taken
               IF CNT-Is-In-Use(CNT-Idx)
                   AND CNT-Location(CNT-Idx) = WS-Entry-Location
                   SET Location-Is-Taken TO TRUE
               END-IF
           END-PERFORM.

       2400-CHECK-LOCATION-STOCKED.
           MOVE "N" TO Location-Stocked-Switch.
           PERFORM VARYING SLC-Idx FROM 1 BY 1
               UNTIL SLC-Idx > Stocked-Location-Count
               OR Location-Is-Stocked
               IF Stocked-Location(SLC-Idx) = WS-Entry-Location
                   SET Location-Is-Stocked TO TRUE
               END-IF
           END-PERFORM.

       2600-LIST-CUSTOMERS.
           PERFORM VARYING CNT-Idx FROM 1 BY 1
               UNTIL CNT-Idx > Consign-Count
               IF CNT-Is-In-Use(CNT-Idx)
                   DISPLAY CNT-CustomerID(CNT-Idx)
                       " " CNT-Location(CNT-Idx)
                       " " CNT-Customer-Name(CNT-Idx)
               END-IF
           END-PERFORM.

       3000-REWRITE-CONSIGN-FILE.
           IF Load-Overflowed
               DISPLAY "CONSIGN.DAT EXCEEDED THE TABLE AT LOAD - "
                   "NOT REWRITTEN, NO CHANGES SAVED"
               MOVE 8 TO RETURN-CODE
           ELSE
           OPEN OUTPUT ConsignFile
           PERFORM VARYING CNT-Idx FROM 1 BY 1
               UNTIL CNT-Idx > Consign-Count
               IF CNT-Is-In-Use(CNT-Idx)
                   MOVE SPACES TO Consign-Rec
                   MOVE CNT-CustomerID(CNT-Idx) TO CNS-CustomerID
                   MOVE CNT-Location(CNT-Idx) TO CNS-Location
                   MOVE CNT-Customer-Name(CNT-Idx)
                       TO CNS-Customer-Name
                   WRITE Consign-Rec
               END-IF
           END-PERFORM
           CLOSE ConsignFile
           END-IF.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="CONSIGNMAINT"==.
       COPY "OPSIGNPA.CPY".
       COPY "RUNLOCKPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="CONSIGNMAINT"==.

       END PROGRAM ConsignMaint.
