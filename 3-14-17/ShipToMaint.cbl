      ******************************************************************
      * Author:
      * Date:
      * Purpose: Add/change/delete transaction against SHIPTO.DAT, the
      *          delivery-point file. A customer with more than one
      *          depot or site keeps one row per delivery point, keyed
      *          by CustomerID plus a three-character point code, and
      *          order entry, the EDI import, the picking lists, the
      *          despatch notes and the invoice all carry that code.
      *          A line with no point code goes to the CUSTMAST.DAT
      *          address as it always has. The customer must be on
      *          the customer master before a point can be added.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ShipToMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ShipToFile ASSIGN TO "SHIPTO.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ShipTo-File-Status.

       SELECT CustMasterFile ASSIGN TO "CUSTMAST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS CustMast-CustomerID
                 FILE STATUS IS WS-CustMaster-File-Status.
       COPY "OPSIGNFC.CPY".
       COPY "RUNLOGFC.CPY".
       COPY "RUNLOCKFC.CPY".

       DATA DIVISION.
       FILE SECTION.
       FD ShipToFile.
       01 ShipTo-Rec.
           88 EndOfShipToFile       VALUE HIGH-VALUES.
           02  ShipTo-CustomerID        PIC X(5).
           02  FILLER                   PIC X.
           02  ShipTo-Point             PIC X(3).
           02  FILLER                   PIC X.
           02  ShipTo-Name              PIC X(20).
           02  FILLER                   PIC X.
           02  ShipTo-Address           PIC X(30).
           02  FILLER                   PIC X.
           02  ShipTo-Town              PIC X(20).
           02  FILLER                   PIC X.
           02  ShipTo-Postcode          PIC X(8).

       FD CustMasterFile.
       01 CustMast-Rec.
           88 EndOfCustMasterFile   VALUE HIGH-VALUES.
           02  CustMast-CustomerID      PIC X(5).
           02  FILLER                   PIC X(76).

       COPY "OPSIGNFD.CPY".
       COPY "RUNLOGFD.CPY".
       COPY "RUNLOCKFD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-ShipTo-File-Status        PIC XX.
       01  WS-CustMaster-File-Status    PIC XX.
       COPY "OPSIGNWS.CPY".
       COPY "RUNLOGWS.CPY".
       COPY "RUNLOCKWS.CPY".

       01  Cust-Master-Table.
           02  Cust-Master-ID           PIC X(5) OCCURS 5000 TIMES.
       01  Cust-Master-Count            PIC 9(4) VALUE ZEROS.
       01  CM-Idx                       PIC 9(4).

      * The whole file held in a table, edited in place, and
      * rewritten in full - the same idiom CustMaint uses.
       01  Ship-To-Table.
           02  Ship-To-Entry OCCURS 3000 TIMES.
               03  STT-CustomerID       PIC X(5).
               03  STT-Point            PIC X(3).
               03  STT-Name             PIC X(20).
               03  STT-Address          PIC X(30).
               03  STT-Town             PIC X(20).
               03  STT-Postcode         PIC X(8).
               03  STT-In-Use           PIC X VALUE "N".
                   88 STT-Is-In-Use     VALUE "Y".

       01  Ship-To-Count                PIC 9(4) VALUE ZEROS.
      * Set when the load had to skip rows: rewriting from the table
      * would then silently delete the skipped points, so the
      * rewrite stands down and the file is left untouched.
       01  Load-Overflow-Switch         PIC X VALUE "N".
           88 Load-Overflowed           VALUE "Y".
       01  STT-Idx                      PIC 9(4).

       01  WS-Transaction-Code          PIC X.
           88 Txn-Add                   VALUE "A", "a".
           88 Txn-Change                VALUE "C", "c".
           88 Txn-Delete                VALUE "D", "d".
           88 Txn-List                  VALUE "L", "l".
           88 Txn-Quit                  VALUE "Q", "q".

       01  WS-Entry-CustomerID          PIC X(5).
       01  WS-Entry-Point               PIC X(3).
       01  WS-Entry-Name                PIC X(20).
       01  WS-Entry-Address             PIC X(30).
       01  WS-Entry-Town                PIC X(20).
       01  WS-Entry-Postcode            PIC X(8).

       01  WS-Found-Idx                 PIC 9(4) VALUE ZEROS.
       01  WS-Scan-Idx                  PIC 9(4).
       01  WS-Found-Switch              PIC X VALUE "N".
           88 WS-Entry-Found            VALUE "Y".
       01  WS-Valid-Switch              PIC X VALUE "N".
           88 WS-Entry-Valid            VALUE "Y".
       01  Cust-Known-Switch            PIC X VALUE "N".
           88 Cust-Is-Known             VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM Log-Run-Start.
           PERFORM Operator-Sign-On.
           MOVE Operator-ID TO RunLog-Operator-ID.
      * One ShipToMaint session at a time: the file is rewritten in
      * full at close, and two sessions would each quietly undo the
      * other's work.
           MOVE Operator-ID TO Lock-My-Operator.
           MOVE "SHIPTO.LCK" TO Lock-File-Name.
           PERFORM Acquire-Run-Lock.
           IF NOT Run-Lock-Held
               PERFORM Log-Run-Complete
               STOP RUN
           END-IF.
           PERFORM 1000-LOAD-SHIP-TO-FILE.
           PERFORM 1100-LOAD-CUSTOMER-MASTER.
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL Txn-Quit.
           PERFORM 3000-REWRITE-SHIP-TO-FILE.
           PERFORM Release-Run-Lock.
           PERFORM Log-Run-Complete.
           STOP RUN.

       1000-LOAD-SHIP-TO-FILE.
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
                       MOVE "Y" TO STT-In-Use(Ship-To-Count)
                   ELSE
                       SET Load-Overflowed TO TRUE
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

       2000-PROCESS-TRANSACTIONS.
           DISPLAY "DELIVERY POINT MAINTENANCE - (A)DD (C)HANGE "
               "(D)ELETE (L)IST (Q)UIT".
           ACCEPT WS-Transaction-Code.

           IF Txn-Add OR Txn-Change OR Txn-Delete
               DISPLAY "CUSTOMER ID"
               ACCEPT WS-Entry-CustomerID
               DISPLAY "DELIVERY POINT CODE (3 CHARS)"
               ACCEPT WS-Entry-Point
               PERFORM 2100-FIND-POINT
           END-IF.

           EVALUATE TRUE
               WHEN Txn-Add
                   PERFORM 2150-CHECK-CUSTOMER
                   IF NOT Cust-Is-Known
                       DISPLAY "CUSTOMER " WS-Entry-CustomerID
                           " IS NOT ON CUSTMAST.DAT"
                   ELSE
                   IF WS-Entry-Point = SPACES
                       DISPLAY "A BLANK POINT CODE MEANS THE "
                           "CUSTMAST.DAT ADDRESS - NOT ADDED"
                   ELSE
                   IF WS-Entry-Found
                       DISPLAY "POINT " WS-Entry-CustomerID "/"
                           WS-Entry-Point " ALREADY ON FILE - USE "
                           "CHANGE"
                   ELSE
                       PERFORM 2200-ACCEPT-POINT-FIELDS
                       IF WS-Entry-Valid
                           PERFORM 2300-ADD-POINT-ROW
                       END-IF
                   END-IF
                   END-IF
                   END-IF
               WHEN Txn-Change
                   IF NOT WS-Entry-Found
                       DISPLAY "POINT " WS-Entry-CustomerID "/"
                           WS-Entry-Point " NOT ON FILE - USE ADD"
                   ELSE
                       PERFORM 2200-ACCEPT-POINT-FIELDS
                       IF WS-Entry-Valid
                           MOVE WS-Entry-Name
                               TO STT-Name(WS-Found-Idx)
                           MOVE WS-Entry-Address
                               TO STT-Address(WS-Found-Idx)
                           MOVE WS-Entry-Town
                               TO STT-Town(WS-Found-Idx)
                           MOVE WS-Entry-Postcode
                               TO STT-Postcode(WS-Found-Idx)
                       END-IF
                   END-IF
               WHEN Txn-Delete
                   IF NOT WS-Entry-Found
                       DISPLAY "POINT " WS-Entry-CustomerID "/"
                           WS-Entry-Point " NOT ON FILE"
                   ELSE
                       MOVE "N" TO STT-In-Use(WS-Found-Idx)
                   END-IF
               WHEN Txn-List
                   PERFORM 2600-LIST-POINTS
               WHEN Txn-Quit
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

       2100-FIND-POINT.
           MOVE "N" TO WS-Found-Switch.
           MOVE ZEROS TO WS-Found-Idx.
           PERFORM VARYING WS-Scan-Idx FROM 1 BY 1
               UNTIL WS-Scan-Idx > Ship-To-Count OR WS-Entry-Found
               IF STT-In-Use(WS-Scan-Idx) = "Y"
                   AND STT-CustomerID(WS-Scan-Idx)
                       = WS-Entry-CustomerID
                   AND STT-Point(WS-Scan-Idx) = WS-Entry-Point
                   SET WS-Entry-Found TO TRUE
                   MOVE WS-Scan-Idx TO WS-Found-Idx
               END-IF
           END-PERFORM.

      * With no customer master on site anything passes, the same
      * stand-down CustMaint makes for its reference lists.
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

      * Name and first address line are required - a parcel label
      * with neither is no use to the carrier.
       2200-ACCEPT-POINT-FIELDS.
           MOVE "N" TO WS-Valid-Switch.
           DISPLAY "DELIVERY NAME (SITE OR DEPOT)"
           ACCEPT WS-Entry-Name.
           DISPLAY "ADDRESS"
           ACCEPT WS-Entry-Address.
           DISPLAY "TOWN"
           ACCEPT WS-Entry-Town.
           DISPLAY "POSTCODE"
           ACCEPT WS-Entry-Postcode.
           INSPECT WS-Entry-Postcode CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-Entry-Name = SPACES OR WS-Entry-Address = SPACES
               DISPLAY "DELIVERY NAME AND ADDRESS ARE BOTH REQUIRED"
           ELSE
               SET WS-Entry-Valid TO TRUE
           END-IF.

       2300-ADD-POINT-ROW.
           MOVE ZEROS TO WS-Found-Idx.
           PERFORM VARYING WS-Scan-Idx FROM 1 BY 1
               UNTIL WS-Scan-Idx > Ship-To-Count
               OR WS-Found-Idx > ZERO
               IF STT-In-Use(WS-Scan-Idx) = "N"
                   MOVE WS-Scan-Idx TO WS-Found-Idx
               END-IF
           END-PERFORM.
           IF WS-Found-Idx = ZERO
               IF Ship-To-Count < 3000
                   ADD 1 TO Ship-To-Count
                   MOVE Ship-To-Count TO WS-Found-Idx
               ELSE
                   DISPLAY "DELIVERY POINT TABLE FULL - NOT ADDED"
               END-IF
           END-IF.
           IF WS-Found-Idx > ZERO
               MOVE WS-Entry-CustomerID
                   TO STT-CustomerID(WS-Found-Idx)
               MOVE WS-Entry-Point TO STT-Point(WS-Found-Idx)
               MOVE WS-Entry-Name TO STT-Name(WS-Found-Idx)
               MOVE WS-Entry-Address TO STT-Address(WS-Found-Idx)
               MOVE WS-Entry-Town TO STT-Town(WS-Found-Idx)
               MOVE WS-Entry-Postcode TO STT-Postcode(WS-Found-Idx)
               MOVE "Y" TO STT-In-Use(WS-Found-Idx)
           END-IF.

       2600-LIST-POINTS.
           PERFORM VARYING STT-Idx FROM 1 BY 1
               UNTIL STT-Idx > Ship-To-Count
               IF STT-Is-In-Use(STT-Idx)
                   DISPLAY STT-CustomerID(STT-Idx)
                       " " STT-Point(STT-Idx)
                       " " STT-Name(STT-Idx)
                       " " STT-Address(STT-Idx)
                       " " STT-Town(STT-Idx)
                       " " STT-Postcode(STT-Idx)
               END-IF
           END-PERFORM.

       3000-REWRITE-SHIP-TO-FILE.
           IF Load-Overflowed
               DISPLAY "SHIPTO.DAT EXCEEDED THE TABLE AT LOAD - "
                   "NOT REWRITTEN, NO CHANGES SAVED"
               MOVE 8 TO RETURN-CODE
           ELSE
           OPEN OUTPUT ShipToFile
           PERFORM VARYING STT-Idx FROM 1 BY 1
               UNTIL STT-Idx > Ship-To-Count
               IF STT-Is-In-Use(STT-Idx)
                   MOVE SPACES TO ShipTo-Rec
                   MOVE STT-CustomerID(STT-Idx) TO ShipTo-CustomerID
                   MOVE STT-Point(STT-Idx) TO ShipTo-Point
                   MOVE STT-Name(STT-Idx) TO ShipTo-Name
                   MOVE STT-Address(STT-Idx) TO ShipTo-Address
                   MOVE STT-Town(STT-Idx) TO ShipTo-Town
                   MOVE STT-Postcode(STT-Idx) TO ShipTo-Postcode
                   WRITE ShipTo-Rec
               END-IF
           END-PERFORM
           CLOSE ShipToFile
           END-IF.

       COPY "RUNLOGPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="SHIPTOMAINT"==.
       COPY "OPSIGNPA.CPY".
       COPY "RUNLOCKPA.CPY" REPLACING ==PROGRAM-NAME-LITERAL==
           BY =="SHIPTOMAINT"==.

       END PROGRAM ShipToMaint.
